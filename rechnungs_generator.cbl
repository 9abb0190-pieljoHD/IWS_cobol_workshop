*> Archivgeneration (ARCHIV.GEN) in einer eigenen Zaehlerdatei
*> RECHNUNG.NR gefuehrt und ueberlebt damit den Lauf - Nummern
*> wiederholen sich nie.
*> Ist das Projekt einer Buchung in PROJEKT-MASTER.CFG einem Kunden
*> aus dem Kundenstamm (KUNDEN-STAMM.DAT, Satzlayout KUNDREC)
*> zugeordnet, ist der Kunde der Rechnungsempfaenger: die
*> Positionen werden je Kunde zusammengefasst, die Rechnung traegt
*> Anschrift, USt-IdNr. und Zahlungsziel des Kunden, und Register
*> wie offene Posten fuehren die Kundennummer. Buchungen ohne
*> zugeordneten Kunden laufen wie bisher auf die Kostenstelle.
*> Zu jeder Kundenrechnung und -gutschrift entsteht zusaetzlich
*> eine elektronische Rechnung XRECHNUNG-<Nummer>.XML (XRechnung,
*> UBL-Syntax) mit Positionen, Steueraufschluesselung,
*> Zahlungsbedingungen und Kaeuferreferenz. Fehlen Pflichtangaben
*> (Kaeuferreferenz, E-Mail, Anschrift beim Kunden oder die
*> Absenderdaten in FIRMA.CFG), wird KEINE halbe Datei
*> geschrieben; die Rechnung steht dann mit Grund in
*> ERECHNUNG-ABGELEHNT.RPT.
*> Verlangt ein Kunde einen Leistungsnachweis (KD-NACHWEIS im
*> Kundenstamm), werden seine Positionen nur fakturiert, wenn der
*> Nachweis mit der Buchung in LEISTUNGSNACHWEIS.DAT GENEHMIGT
*> ist - bei einem STRITTIGEN Nachweis nur die unbeanstandeten
*> Zeilen. Alles andere bleibt im Ledger auf NACHWEIS stehen
*> (beanstandete Zeilen auf KORREKTUR, die laufen ueber den
*> Korrekturweg neu ein) und wird in spaeteren Laeufen aus
*> BUCHUNGS-HISTORIE.DAT nachgeholt, sobald der Kunde genehmigt.
*> Buchungen mit einer nicht fakturierbaren Taetigkeit laut
*> Taetigkeitskatalog (TAETIGKEIT.CFG: interne Besprechung,
*> Schulung, Gewaehrleistungsnacharbeit ...) gehen weder auf eine
*> Rechnung noch ins Ledger; nicht zuschlagsfaehige Taetigkeiten
*> werden zum einfachen Satz bewertet.
*> Hat ein Projekt oder ein Kunde eine Preiskarte in
*> PREISKARTE.CFG, bestimmt sie den Stundensatz statt des
*> persoenlichen bzw. Firmensatzes: zuerst die Karte des Projekts,
*> dann die des Kunden, erst danach die bisherigen Regeln. Eine
*> Karte nennt je Rollenstufe (MA-ROLLE im Stamm, "*" = alle
*> Rollen, z.B. ein ausgehandelter Pauschalsatz fuer ein Projekt)
*> Satz, Gueltigkeitszeitraum und optional einen Reisesatz fuer
*> Reisezeit (Taetigkeit "RZ"). Zuschlaege gelten unveraendert.
*> Jede Rechnungsposition nennt die Karte, die sie bewertet hat
*> ("Standard" = ohne Karte) - Rechnungsbetraege koennen deshalb
*> vom Umsatzbericht abweichen, der ohne Preiskarten rechnet.
*> Hat ein Projekt oder Kunde ein vorausbezahltes Stundenkontingent
*> (KONTINGENT.CFG), zehren seine Buchungen es auf: die gedeckten
*> Stunden gehen nicht auf die Rechnung (Ledgerstatus KONTINGENT),
*> nur die Stunden jenseits des Kontingents werden als Mehrstunden
*> fakturiert. Jede Entnahme wird je Buchung in
*> KONTINGENT-VERBRAUCH.DAT festgehalten - so zieht ein erneuter
*> Lauf nichts doppelt ab, ein Storno bucht die Stunden zurueck,
*> und der KONTINGENT-BERICHT rechnet daraus den Verbrauch.
*> Festpreisprojekte (Auftragszeile in MEILENSTEIN.CFG) werden
*> nicht nach Stunden berechnet, sondern ueber ihre Meilensteine
*> (MEILENSTEIN-FAKTURA): ihre Buchungen bleiben im Ledger auf
*> FESTPREIS stehen und gehen auf keine Rechnung.
*> Spesen ("SPE"), die der Kunde laut Vertrag traegt, werden als
*> eigene Positionen mit Belegnummer weiterberechnet - per
*> Kennzeichen am Spesensatz ("J") oder ueber
*> SPESEN-WEITERBERECHNUNG.CFG je Projekt und Spesenart, dort
*> optional mit Aufschlag. Berechnet wird der Beleg ohne die
*> enthaltene Vorsteuer (Satz je Spesenart aus derselben Datei)
*> plus Aufschlag; darauf kommt wie auf jede Position die
*> Umsatzsteuer der Rechnung. Nicht weiterberechnete Spesen stehen
*> im Ledger auf ABSORBIERT - Rueckstands- und Margenbericht
*> zeigen beide Seiten.
*> Geraete- und Maschinennutzung ("GER") wird mit dem Stunden- bzw.
*> Tagessatz des Geraets aus GERAETE-STAMM.DAT als eigene Position
*> berechnet (Geraetenummer, Menge, Einheit) - ohne
*> Leistungsnachweis und Kontingent, die nur Personalstunden
*> betreffen; Festpreisprojekte halten auch Geraetenutzung auf
*> FESTPREIS. Leistende Kostenstelle ist der Eigner des Geraets.
*> Stunden von Subunternehmern ("SUB") laufen wie Arbeitsbuchungen
*> (Preiskarte, Kontingent, Festpreis, Leistungsnachweis); ohne
*> Preiskarte gilt der Verrechnungssatz aus
*> SUBUNTERNEHMER-STAMM.DAT, sonst der Firmensatz. Leistende
*> Kostenstelle ist die, die den Vertrag fuehrt; im Ledger stehen
*> sie als Fremdleistung mit dem Einkaufswert als Kosten.
*> Parameter 1 = PROBE macht den Lauf zum Probelauf: statt der
*> Rechnungen und Gutschriften entstehen fortlaufend nummerierte
*> Entwuerfe ENTWURF-<lfd.Nr>.TXT ohne endgueltige Nummer und die
*> Probeliste RECHNUNG-PROBELISTE.RPT; Zaehler, Register, Ledger,
*> Kontingentverbrauch und E-Rechnungen bleiben unberuehrt. Die
*> Summen des Probelaufs haelt RECHNUNG-PROBE.KTL fest. Erst der
*> Lauf mit Parameter FREIGABE vergibt die endgueltigen Nummern -
*> und nur, wenn er denselben Bestand vorfindet wie der Probelauf
*> (Anzahl Belege, Stunden, Nettobetraege); sonst bricht er ab,
*> bevor eine Nummer vergeben ist. Ohne Parameter fakturiert der
*> Lauf wie bisher direkt.
*> Ein Beleg gilt erst mit seiner Zeile in RECHNUNGS-REGISTER.DAT
*> als ausgestellt. Nach jedem Beleg werden Ledger, Steuer- und
*> Projektregister, Rechnungsregister und zuletzt RECHNUNG.NR
*> fortgeschrieben. Bricht ein Lauf ab, nimmt der naechste Lauf
*> die Spuren der Belege ohne Registerzeile zurueck (Dokumente,
*> Steuer- und Projektzeilen, Ledgerstatus) und vergibt ihre
*> Nummern neu - so entsteht weder eine Luecke noch eine doppelte
*> Nummer. NUMMERN-KONTROLLE prueft Zaehler, Register und
*> Dokumente gegeneinander.


*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    *> Vom BUCHUNGEN-VALIDIERER hinterlegte akzeptierte Saetze;
    *> Vor-/Nachname liegen dort ROT13-maskiert (siehe
    *> validierer_loesung.cbl, MASKIERE-NAMEN).
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

    SELECT MITARBEITER-SATZ-CFG
        ASSIGN TO "MITARBEITER-SATZ.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FEIERTAGE-CFG.

    *> Taetigkeitskatalog (eine Zeile je Code: "<Code>
    *> <Fakturierbar J/N> <Arbeitszeit J/N> <Zuschlag J/N>
    *> [Bezeichnung]"), wie im UMSATZ-RECHNER.
    SELECT TAETIGKEIT-CFG
        ASSIGN TO "TAETIGKEIT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-TAETIGKEIT-CFG.

    *> Gueltigkeitshistorie von Stundensatz und Abteilung (Pflege
    *> ueber STAMM-PFLEGE) - mirrors STAMM-HISTORIE im
    *> UMSATZ-RECHNER, damit Rechnung und Umsatzbericht auch bei
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MWST-REG.

    *> Kundenstamm (Anschrift, USt-IdNr., Zahlungsziel je Kunde).
    SELECT KUNDEN-STAMM
        ASSIGN TO "KUNDEN-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUNDEN.

    *> Projektstamm: "<Code> <Abteilung> [<Qual>|-] [<Kunde>|-]
    *> [Bezeichnung]" - hier zaehlt nur das 4. Feld, der Kunde.
    SELECT PROJEKT-MASTER
        ASSIGN TO "PROJEKT-MASTER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROJEKT.

    *> Kunden-/Projektpreiskarten: "<Art P|K> <Projekt|Kunde>
    *> <Rolle|*> <Satz> <GueltigAb JJJJMMTT> <GueltigBis
    *> JJJJMMTT|0> [<Reisesatz>]" - "*" am Zeilenanfang =
    *> Kommentar.
    SELECT PREISKARTE-CFG
        ASSIGN TO "PREISKARTE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PREISKARTE.

    *> Stundenkontingente: "<Art P|K> <Projekt|Kunde> <Stunden>
    *> <GueltigAb JJJJMMTT> <GueltigBis JJJJMMTT> [<Uebertrag>]" -
    *> Uebertrag = hoechstens uebernommene Reststunden des
    *> vorangehenden Kontingents desselben Schluessels.
    SELECT KONTINGENT-CFG
        ASSIGN TO "KONTINGENT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KONTINGENT.

    *> Entnahmen und Rueckbuchungen je Buchung (fortgeschrieben).
    SELECT KONTINGENT-VERBRAUCH
        ASSIGN TO "KONTINGENT-VERBRAUCH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KVERBRAUCH.

    *> Meilensteinplan der Festpreisprojekte - hier zaehlen nur die
    *> Auftragszeilen "A <Projekt> <Auftragswert>".
    SELECT MEILENSTEIN-CFG
        ASSIGN TO "MEILENSTEIN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MEILENSTEIN.

    *> Weiterberechnung von Spesen: "P <Projekt> <Spesenart|*>
    *> [<Aufschlag %>]" gibt eine Spesenart (F/H/V/S, "*" = alle)
    *> des Projekts frei, "V <Spesenart> <Vorsteuer %>" nennt die
    *> im Beleg enthaltene Vorsteuer (ohne Zeile: Beleg ist netto).
    SELECT SPESEN-CFG
        ASSIGN TO "SPESEN-WEITERBERECHNUNG.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPESEN-CFG.

    *> Geraete- und Maschinenstamm (Stunden-/Tagessatz, Eigner).
    SELECT GERAETE-STAMM
        ASSIGN TO "GERAETE-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-GERAET.

    *> Subunternehmerstamm (Verrechnungs-/Einkaufssatz, Kostenstelle).
    SELECT SUBUNTERNEHMER-STAMM
        ASSIGN TO "SUBUNTERNEHMER-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SUBUNT.

    *> Vorgabe-Zahlungsziel in Tagen (wie im MAHNLAUF), gilt fuer
    *> Kunden ohne eigenes Zahlungsziel.
    SELECT ZAHLUNGSZIEL-CFG
        ASSIGN TO "ZAHLUNGSZIEL.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZIEL.

    *> Absenderdaten: 1. Zeile Firmenname (wie ueberall), danach
    *> je Zeile "<Schluessel> <Wert>" mit den Schluesseln STRASSE,
    *> PLZ, ORT, LAND, USTID, STEUERNR, IBAN, BIC, KONTAKT,
    *> TELEFON und EMAIL - Pflichtangaben der E-Rechnung.
    SELECT FIRMA-CFG
        ASSIGN TO "FIRMA.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    *> E-Rechnung je Kundenrechnung/-gutschrift.
    SELECT ERECHNUNG-DOKUMENT
        ASSIGN TO ERECHNUNG-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ERECHNUNG.

    *> Nicht als E-Rechnung erzeugbare Belege mit Grund - wird je
    *> Lauf neu geschrieben.
    SELECT ERECHNUNG-ABLEHNUNG
        ASSIGN TO "ERECHNUNG-ABGELEHNT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ERECH-ABL.

    *> Leistungsnachweise mit Status (LEISTUNGSNACHWEIS) und das
    *> Historienlager, aus dem zurueckgehaltene Positionen nach der
    *> Genehmigung nachgeholt werden.
    SELECT NACHWEIS-DATEI
        ASSIGN TO "LEISTUNGSNACHWEIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-NACHWEIS.

    SELECT BUCHUNGS-HISTORIE
        ASSIGN TO "BUCHUNGS-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    *> Rechnungsdokument, Dateiname je Rechnung neu gesetzt.
    SELECT RECHNUNG-DOKUMENT
        ASSIGN TO RECHNUNG-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-DOKUMENT.

    *> Probeliste des Probelaufs (ein Entwurf je Zeile) und die
    *> Kontrollsummen, gegen die die Freigabe prueft.
    SELECT PROBELISTE
        ASSIGN TO "RECHNUNG-PROBELISTE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROBELISTE.

    SELECT PROBE-KONTROLLE
        ASSIGN TO "RECHNUNG-PROBE.KTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROBE-KTL.

    *> Arbeitsdateien, wenn nach einem Abbruch Steuer- und
    *> Projektzeilen ohne Registerzeile zurueckgenommen werden.
    SELECT MWST-REGISTER-NEU
        ASSIGN TO "MWST-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.

    SELECT PROJEKT-REGISTER-NEU
        ASSIGN TO "PROJEKT-RECHNUNGS-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.

    *> Meilensteinregister der MEILENSTEIN-FAKTURA - gleicher
    *> Nummernkreis, also auch hier zurueckzunehmen.
    SELECT MEILENSTEIN-REGISTER
        ASSIGN TO "MEILENSTEIN-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MREGISTER.

    SELECT MEILENSTEIN-REGISTER-NEU
        ASSIGN TO "MEILENSTEIN-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

FD ACCEPTED-BUCHUNGEN.
COPY BUCHREC.

01 STUNDENSATZ-CFG-ZEILE PIC X(20).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD MITARBEITER-SATZ-CFG.
01 MITARBEITER-SATZ-ZEILE PIC X(30).
FD FEIERTAGE-CFG.
01 FEIERTAGE-CFG-ZEILE PIC X(8).

FD TAETIGKEIT-CFG.
01 TAETIGKEIT-CFG-ZEILE PIC X(60).

FD STAMM-HISTORIE.
01 STAMM-HISTORIE-RECORD.
    05 SH-VORNAME    PIC X(10).
    05 SH-GUELTIG-AB PIC 9(08).
    05 SH-STUNDENSATZ PIC 9(03).
    05 SH-ABTEILUNG  PIC X(10).
    05 SH-BEARBEITER PIC X(08).
    05 SH-BANKDATEN  PIC X(01).

FD RECHNUNG-NUMMER.
01 RECHNUNG-NUMMER-RECORD PIC 9(6).
    05 FILLER          PIC X(01).
    05 REG-REFERENZ    PIC 9(06).

*> AL-SATZART "S" = Spesensatz (leer = Arbeitsbuchung). Bei Spesen
*> ist AL-BETRAG der weiterberechnete Betrag (0 bei ABSORBIERT),
*> AL-KOSTEN der Nettobetrag des Belegs. Satzart, Projekt und
*> Kosten sind leer im Altbestand.
*> AL-SATZART "G" = Geraetenutzung: AL-STUNDEN traegt die Menge
*> in der Einheit AL-EINHEIT (S = Stunden, T = Tage) des Geraets
*> AL-GERAET - keine Personalstunden.
*> AL-SATZART "F" = Fremdleistung eines Subunternehmers: AL-GERAET
*> traegt die Subunternehmernummer, AL-KOSTEN den Einkaufswert
*> (Stunden x Einkaufssatz).
FD ABRECHNUNGS-LEDGER.
01 LEDGER-RECORD.
    05 AL-LAUFDATUM   PIC 9(08).
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

*> Seit der Fakturierung je Kunde traegt REG-EMPFAENGER bei
*> Kundenrechnungen die Kundennummer; die leistende Kostenstelle
*> jeder Position steht deshalb zusaetzlich in PRG-ABTEILUNG
*> (leer im Altbestand) - MARGEN-BERICHT und WIP-ABGRENZUNG
*> ordnen den Umsatz darueber den Abteilungen zu.
FD PROJEKT-REGISTER.
01 PROJEKT-REGISTER-RECORD.
    05 PRG-NUMMER   PIC 9(06).
    05 PRG-BETRAG   PIC 9(9)V99.
    05 FILLER       PIC X(01).
    05 PRG-ART      PIC X(01).
    05 FILLER       PIC X(01).
    05 PRG-ABTEILUNG PIC X(10).

FD MWST-CFG.
01 MWST-CFG-ZEILE PIC X(20).
    05 FILLER    PIC X(01).
    05 MR-ART    PIC X(01).

FD KUNDEN-STAMM.
COPY KUNDREC.

FD PROJEKT-MASTER.
01 PROJEKT-MASTER-ZEILE PIC X(60).

FD PREISKARTE-CFG.
01 PREISKARTE-CFG-ZEILE PIC X(80).

FD KONTINGENT-CFG.
01 KONTINGENT-CFG-ZEILE PIC X(80).

*> Vorgang V = Entnahme (KV-STUNDEN aus dem Kontingent,
*> KV-MEHRSTUNDEN darueber hinaus fakturiert), R = Rueckbuchung
*> nach Storno. Namen maskiert wie im Ledger.
FD KONTINGENT-VERBRAUCH.
01 KONTINGENT-VERBRAUCH-RECORD.
    05 KV-LAUFDATUM   PIC 9(08).
    05 FILLER         PIC X(01).
    05 KV-VORGANG     PIC X(01).
    05 FILLER         PIC X(01).
    05 KV-ART         PIC X(01).
    05 FILLER         PIC X(01).
    05 KV-SCHLUESSEL  PIC X(10).
    05 FILLER         PIC X(01).
    05 KV-AB          PIC 9(08).
    05 FILLER         PIC X(01).
    05 KV-BUCHUNGS-NR PIC X(03).
    05 FILLER         PIC X(01).
    05 KV-VORNAME-M   PIC X(10).
    05 FILLER         PIC X(01).
    05 KV-NACHNAME-M  PIC X(10).
    05 FILLER         PIC X(01).
    05 KV-DATUM       PIC 9(08).
    05 FILLER         PIC X(01).
    05 KV-STUNDEN     PIC 9(03).
    05 FILLER         PIC X(01).
    05 KV-MEHRSTUNDEN PIC 9(03).

FD MEILENSTEIN-CFG.
01 MEILENSTEIN-CFG-ZEILE PIC X(100).

FD SPESEN-CFG.
01 SPESEN-CFG-ZEILE PIC X(60).

FD GERAETE-STAMM.
COPY GERAETREC.

FD SUBUNTERNEHMER-STAMM.
COPY SUBUNTREC.

FD ZAHLUNGSZIEL-CFG.
01 ZAHLUNGSZIEL-CFG-ZEILE PIC X(3).

FD RECHNUNG-DOKUMENT.
01 DOKUMENT-ZEILE PIC X(80).

FD FIRMA-CFG.
01 FIRMA-CFG-ZEILE PIC X(80).

FD ERECHNUNG-DOKUMENT.
01 XML-ZEILE PIC X(400).

FD ERECHNUNG-ABLEHNUNG.
01 ABLEHNUNG-ZEILE PIC X(100).

FD PROBELISTE.
01 PROBELISTE-ZEILE PIC X(100).

FD PROBE-KONTROLLE.
01 PROBE-KONTROLLE-RECORD.
    05 PBK-STATUS       PIC X(01).
        88 PBK-OFFEN       VALUE "O".
        88 PBK-FREIGEGEBEN VALUE "F".
    05 FILLER           PIC X(01).
    05 PBK-DATUM        PIC 9(08).
    05 FILLER           PIC X(01).
    05 PBK-RECHNUNGEN   PIC 9(04).
    05 FILLER           PIC X(01).
    05 PBK-GUTSCHRIFTEN PIC 9(04).
    05 FILLER           PIC X(01).
    05 PBK-STUNDEN      PIC 9(07).
    05 FILLER           PIC X(01).
    05 PBK-NETTO        PIC 9(9)V99.
    05 FILLER           PIC X(01).
    05 PBK-GUT-NETTO    PIC 9(9)V99.
    05 FILLER           PIC X(01).
    05 PBK-ERSTE-NR     PIC 9(06).
    05 FILLER           PIC X(01).
    05 PBK-LETZTE-NR    PIC 9(06).

FD MWST-REGISTER-NEU.
01 MWST-REGISTER-NEU-RECORD PIC X(46).

FD PROJEKT-REGISTER-NEU.
01 PROJEKT-REGISTER-NEU-RECORD PIC X(53).

*> Satzlayout wie in meilenstein_faktura.cbl.
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

FD MEILENSTEIN-REGISTER-NEU.
01 MEILENSTEIN-REGISTER-NEU-RECORD PIC X(58).

*> Satzlayout wie in leistungsnachweis.cbl (Kopf "K", Zeile "P").
FD NACHWEIS-DATEI.
01 NACHWEIS-KOPF.
    05 LNK-SATZART     PIC X(01).
        88 LN-IST-KOPF  VALUE "K".
        88 LN-IST-ZEILE VALUE "P".
    05 FILLER          PIC X(01).
    05 LNK-NR          PIC 9(06).
    05 FILLER          PIC X(01).
    05 LNK-PROJEKT     PIC X(08).
    05 FILLER          PIC X(01).
    05 LNK-MONAT       PIC 9(06).
    05 FILLER          PIC X(01).
    05 LNK-KUNDE       PIC X(10).
    05 FILLER          PIC X(01).
    05 LNK-STATUS      PIC X(10).
    05 FILLER          PIC X(39).
01 NACHWEIS-ZEILE REDEFINES NACHWEIS-KOPF.
    05 LNP-SATZART     PIC X(01).
    05 FILLER          PIC X(01).
    05 LNP-NR          PIC 9(06).
    05 FILLER          PIC X(01).
    05 LNP-ZEILE       PIC 9(03).
    05 FILLER          PIC X(01).
    05 LNP-LAUFDATUM   PIC 9(08).
    05 FILLER          PIC X(01).
    05 LNP-BUCHUNGS-NR PIC X(03).
    05 FILLER          PIC X(01).
    05 LNP-DATUM       PIC 9(08).
    05 FILLER          PIC X(01).
    05 LNP-VORNAME-M   PIC X(10).
    05 FILLER          PIC X(01).
    05 LNP-NACHNAME-M  PIC X(10).
    05 FILLER          PIC X(01).
    05 LNP-STUNDEN     PIC 9(03).
    05 FILLER          PIC X(01).
    05 LNP-STATUS      PIC X(10).
    05 FILLER          PIC X(09).

FD BUCHUNGS-HISTORIE.
01 HISTORIE-RECORD.
    05 HIS-LAUFDATUM   PIC 9(08).
    05 HIS-BUCHUNGS-NR PIC X(03).
    05 HIS-SATZ        PIC X(80).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
77 FS-ACCEPTED        PIC XX VALUE SPACES.
77 FS-STUNDENSATZ-CFG PIC XX VALUE SPACES.
77 FS-STAMM           PIC XX VALUE SPACES.
77 FS-STAMM-INDEX     PIC XX VALUE SPACES.
77 FS-MITARBEITER-SATZ PIC XX VALUE SPACES.
77 FS-ABTEILUNG-CFG   PIC XX VALUE SPACES.
77 FS-FEIERTAGE-CFG   PIC XX VALUE SPACES.
77 FS-TAETIGKEIT-CFG  PIC XX VALUE SPACES.
77 FS-NUMMER          PIC XX VALUE SPACES.
77 FS-REGISTER        PIC XX VALUE SPACES.
77 FS-DOKUMENT        PIC XX VALUE SPACES.
77 FS-PREGISTER       PIC XX VALUE SPACES.
77 FS-LEDGER          PIC XX VALUE SPACES.
77 FS-KUNDEN          PIC XX VALUE SPACES.
77 FS-PROJEKT         PIC XX VALUE SPACES.
77 FS-PREISKARTE      PIC XX VALUE SPACES.
77 FS-KONTINGENT      PIC XX VALUE SPACES.
77 FS-KVERBRAUCH      PIC XX VALUE SPACES.
77 FS-MEILENSTEIN     PIC XX VALUE SPACES.
77 FS-ZIEL            PIC XX VALUE SPACES.
77 FS-NACHWEIS        PIC XX VALUE SPACES.
77 FS-HISTORIE        PIC XX VALUE SPACES.
77 FS-SPESEN-CFG      PIC XX VALUE SPACES.
77 FS-GERAET          PIC XX VALUE SPACES.
77 FS-SUBUNT          PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV   PIC XX VALUE SPACES.

*> Kundenstamm im Speicher.
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
        10 KDT-KAEUFER-REF  PIC X(46).
        10 KDT-EMAIL        PIC X(60).
        10 KDT-NACHWEIS     PIC X(01).
01 KUNDEN-POSITION PIC 9(4).

*> Leistungsnachweise: Status je Nachweis, Zeilen mit dem
*> Ledger-Schluessel der Buchung.
01 NWK-ANZAHL PIC 9(4) VALUE 0.
01 NWK-TABELLE.
    05 NWK-EINTRAG OCCURS 1 TO 2000 TIMES
                    DEPENDING ON NWK-ANZAHL
                    INDEXED BY NK-IDX.
        10 NWK-NR     PIC 9(06).
        10 NWK-STATUS PIC X(10).
01 NWP-ANZAHL PIC 9(5) VALUE 0.
01 NWP-TABELLE.
    05 NWP-EINTRAG OCCURS 1 TO 20000 TIMES
                    DEPENDING ON NWP-ANZAHL
                    INDEXED BY NP-IDX.
        10 NWP-NR          PIC 9(06).
        10 NWP-LAUFDATUM   PIC 9(08).
        10 NWP-BUCHUNGS-NR PIC X(03).
        10 NWP-DATUM       PIC 9(08).
        10 NWP-VORNAME-M   PIC X(10).
        10 NWP-NACHNAME-M  PIC X(10).
        10 NWP-STATUS      PIC X(10).
01 NWP-POSITION  PIC 9(5).
01 NWK-POSITION  PIC 9(4).
01 NACHWEIS-EOF  PIC X VALUE "N".
01 NACHWEIS-FREI PIC X VALUE "N".
01 CNT-NACHWEIS-OFFEN PIC 9(4) VALUE 0.
01 CNT-NACHWEIS-KORR  PIC 9(4) VALUE 0.
01 CNT-NACHGEHOLT     PIC 9(4) VALUE 0.
01 HISTORIE-EOF       PIC X VALUE "N".

*> Projekt -> Kunde aus PROJEKT-MASTER.CFG (nur Projekte mit
*> einem im Kundenstamm bekannten, aktiven Kunden).
01 PROJKD-ANZAHL PIC 9(3) VALUE 0.
01 PROJKD-TABELLE.
    05 PROJKD-EINTRAG OCCURS 1 TO 500 TIMES
                       DEPENDING ON PROJKD-ANZAHL
                       INDEXED BY PK-IDX.
        10 PKT-PROJEKT PIC X(08).
        10 PKT-KUNDE   PIC X(10).
01 PK-CODE-RAW  PIC X(10).
01 PK-ABT-RAW   PIC X(10).
01 PK-QUAL-RAW  PIC X(10).
01 PK-KUNDE-RAW PIC X(10).
01 PROJEKT-EOF  PIC X VALUE "N".

*> Preiskarten aus PREISKARTE.CFG; die Rollenstufe des Mitarbeiters
*> kommt je Buchung aus dem Stamm (MA-ROLLE).
01 PREISKARTE-EOF    PIC X VALUE "N".
01 PREISKARTE-ANZAHL PIC 9(3) VALUE 0.
01 PREISKARTE-TABELLE.
    05 PREISKARTE-EINTRAG OCCURS 1 TO 500 TIMES
                           DEPENDING ON PREISKARTE-ANZAHL
                           INDEXED BY PRK-IDX.
        10 PRK-ART        PIC X(01).
        10 PRK-SCHLUESSEL PIC X(10).
        10 PRK-ROLLE      PIC X(04).
        10 PRK-SATZ       PIC 9(03).
        10 PRK-AB         PIC 9(08).
        10 PRK-BIS        PIC 9(08).
        10 PRK-REISESATZ  PIC 9(03).
01 PRK-ART-RAW        PIC X(10).
01 PRK-SCHLUESSEL-RAW PIC X(10).
01 PRK-ROLLE-RAW      PIC X(10).
01 PRK-SATZ-RAW       PIC X(10).
01 PRK-AB-RAW         PIC X(10).
01 PRK-BIS-RAW        PIC X(10).
01 PRK-REISE-RAW      PIC X(10).
01 PRK-ZEILEN-NR      PIC 9(4) VALUE 0.
01 PRK-LAUF-IDX       PIC 9(3).
01 PRK-SUCH-ART       PIC X(01).
01 PRK-SUCH-SCHLUESSEL PIC X(10).
01 PRK-GUETE          PIC 9.
01 PRK-BESTE-POS      PIC 9(3).
01 PRK-BESTE-GUETE    PIC 9.
01 PRK-BESTES-AB      PIC 9(8).
01 PREISKARTE-ROLLE   PIC X(04).
01 PREISKARTE-KUNDE   PIC X(10).
01 PREISKARTE-KENNUNG PIC X(20) VALUE "Standard".

*> Stundenkontingente aus KONTINGENT.CFG (in zeitlicher Folge je
*> Schluessel) mit Verbrauch und Uebertrag.
01 KONTINGENT-EOF    PIC X VALUE "N".
01 KONTINGENT-ANZAHL PIC 9(3) VALUE 0.
01 KONTINGENT-TABELLE.
    05 KONTINGENT-EINTRAG OCCURS 1 TO 200 TIMES
                           DEPENDING ON KONTINGENT-ANZAHL
                           INDEXED BY KT-IDX.
        10 KT-ART           PIC X(01).
        10 KT-SCHLUESSEL    PIC X(10).
        10 KT-STUNDEN       PIC 9(05).
        10 KT-AB            PIC 9(08).
        10 KT-BIS           PIC 9(08).
        10 KT-UEBERTRAG-MAX PIC 9(05).
        10 KT-UEBERTRAG     PIC 9(05).
        10 KT-VERBRAUCHT    PIC S9(06).
        10 KT-MEHRSTUNDEN   PIC 9(06).
01 KT-ART-RAW       PIC X(10).
01 KT-SCHLUESSEL-RAW PIC X(10).
01 KT-STUNDEN-RAW   PIC X(10).
01 KT-AB-RAW        PIC X(10).
01 KT-BIS-RAW       PIC X(10).
01 KT-UEBERTRAG-RAW PIC X(10).
01 KT-ZEILEN-NR     PIC 9(4) VALUE 0.
01 KT-LAUF-IDX      PIC 9(3).
01 KT-VOR-IDX       PIC 9(3).
01 KT-VOR-POS       PIC 9(3).
01 KT-VOR-BIS       PIC 9(8).
01 KT-REST          PIC S9(6).
01 KONTINGENT-POSITION PIC 9(3).
01 KONTINGENT-STUNDEN  PIC 9(3).
01 KONTINGENT-MEHR     PIC 9(3).
01 KONTINGENT-KUNDE    PIC X(10).
01 KV-OFFEN            PIC X VALUE "N".
01 CNT-KONTINGENT      PIC 9(4) VALUE 0.
01 CNT-MEHRSTUNDEN     PIC 9(6) VALUE 0.

*> Bereits festgehaltene Entnahmen/Rueckbuchungen je Buchung.
01 KVB-ANZAHL PIC 9(4) VALUE 0.
01 KVB-TABELLE.
    05 KVB-EINTRAG OCCURS 1 TO 2000 TIMES
                    DEPENDING ON KVB-ANZAHL
                    INDEXED BY KVB-IDX.
        10 KVB-VORGANG     PIC X(01).
        10 KVB-ART         PIC X(01).
        10 KVB-SCHLUESSEL  PIC X(10).
        10 KVB-AB          PIC 9(08).
        10 KVB-BUCHUNGS-NR PIC X(03).
        10 KVB-VORNAME-M   PIC X(10).
        10 KVB-NACHNAME-M  PIC X(10).
        10 KVB-DATUM       PIC 9(08).
        10 KVB-STUNDEN     PIC 9(03).
        10 KVB-MEHRSTUNDEN PIC 9(03).
01 KVB-POSITION   PIC 9(4).
01 KV-NEU.
    05 KVN-VORGANG     PIC X(01).
    05 KVN-ART         PIC X(01).
    05 KVN-SCHLUESSEL  PIC X(10).
    05 KVN-AB          PIC 9(08).
    05 KVN-STUNDEN     PIC 9(03).
    05 KVN-MEHRSTUNDEN PIC 9(03).
01 KVB-SUCH-VORGANG PIC X(01).
01 KVB-UEBERLAUF  PIC X VALUE "N".

*> Festpreisprojekte aus MEILENSTEIN.CFG.
01 FESTPREIS-ANZAHL PIC 9(3) VALUE 0.
01 FESTPREIS-TABELLE.
    05 FESTPREIS-EINTRAG OCCURS 1 TO 200 TIMES
                          DEPENDING ON FESTPREIS-ANZAHL
                          INDEXED BY FP-IDX.
        10 FP-PROJEKT PIC X(08).
01 FP-SATZART-RAW PIC X(10).
01 FP-PROJEKT-RAW PIC X(10).
01 FESTPREIS-EOF  PIC X VALUE "N".
01 FESTPREIS-TREFFER PIC X.
01 CNT-FESTPREIS  PIC 9(4) VALUE 0.
01 KUNDEN-EOF   PIC X VALUE "N".

*> Weiterberechnung von Spesen (SPESEN-WEITERBERECHNUNG.CFG):
*> freigegebene Projekt/Spesenart-Paare mit Aufschlag und die
*> Vorsteuersaetze je Spesenart in der Reihenfolge F, H, V, S.
01 SPESEN-EOF    PIC X VALUE "N".
01 SPW-ANZAHL    PIC 9(3) VALUE 0.
01 SPW-TABELLE.
    05 SPW-EINTRAG OCCURS 1 TO 200 TIMES
                    DEPENDING ON SPW-ANZAHL
                    INDEXED BY SW-IDX.
        10 SPW-PROJEKT   PIC X(08).
        10 SPW-ART       PIC X(01).
        10 SPW-AUFSCHLAG PIC 9(3)V99.
01 SPV-ARTEN     PIC X(4) VALUE "FHVS".
01 SPV-TABELLE.
    05 SPV-SATZ PIC 9(2)V99 OCCURS 4 TIMES.
01 SPV-IDX       PIC 9.
01 SPW-TYP-RAW   PIC X(10).
01 SPW-FELD1-RAW PIC X(10).
01 SPW-FELD2-RAW PIC X(10).
01 SPW-FELD3-RAW PIC X(10).
01 SPW-ZEILEN-NR PIC 9(4) VALUE 0.
01 SPW-GUETE     PIC 9.
01 SPESEN-PROJEKT   PIC X(08).
01 SPESEN-WEITER    PIC X(01).
01 SPESEN-AUFSCHLAG PIC 9(3)V99.
01 SPESEN-NETTO     PIC 9(6)V99.
01 SPESEN-ART-TEXT  PIC X(20).
01 CNT-SPESEN-WEITER     PIC 9(4) VALUE 0.
01 CNT-SPESEN-ABSORBIERT PIC 9(4) VALUE 0.
01 PRINT-AUFSCHLAG  PIC ZZ9.99.

*> Geraete- und Maschinenstamm im Speicher (auch inaktive Geraete -
*> nachgeholte Positionen und Storni brauchen ihren Satz).
01 GERAETE-EOF     PIC X VALUE "N".
01 GERAETE-ANZAHL  PIC 9(3) VALUE 0.
01 GERAETE-TABELLE.
    05 GERAETE-EINTRAG OCCURS 1 TO 300 TIMES
                        DEPENDING ON GERAETE-ANZAHL
                        INDEXED BY GT-IDX.
        10 GTB-NUMMER       PIC X(08).
        10 GTB-BEZEICHNUNG  PIC X(30).
        10 GTB-STUNDENSATZ  PIC 9(5)V99.
        10 GTB-TAGESSATZ    PIC 9(5)V99.
        10 GTB-KOSTENSTELLE PIC X(10).
01 GERAET-SUCHE    PIC X(08).
01 GERAET-POSITION PIC 9(3).
01 CNT-GERAET      PIC 9(4) VALUE 0.
01 GERAET-EINHEIT-TEXT PIC X(6).

*> Subunternehmerstamm im Speicher (auch beendete Vertraege -
*> nachgeholte Positionen und Storni brauchen ihren Satz).
01 SUBUNT-EOF      PIC X VALUE "N".
01 SUBUNT-ANZAHL   PIC 9(3) VALUE 0.
01 SUBUNT-TABELLE.
    05 SUBUNT-EINTRAG OCCURS 1 TO 300 TIMES
                       DEPENDING ON SUBUNT-ANZAHL
                       INDEXED BY SU-IDX.
        10 SUT-NUMMER       PIC X(08).
        10 SUT-EINKAUFSSATZ PIC 9(5)V99.
        10 SUT-VERKAUFSSATZ PIC 9(5)V99.
        10 SUT-KOSTENSTELLE PIC X(10).
01 SUBUNT-SUCHE    PIC X(08).
01 SUBUNT-POSITION PIC 9(3) VALUE 0.
01 CNT-SUBUNT      PIC 9(4) VALUE 0.

*> Rechnungsempfaenger der aktuellen Buchung: Kundennummer, wenn
*> das Projekt einem Kunden zugeordnet ist, sonst die Kostenstelle.
01 POSITIONS-EMPFAENGER PIC X(10).

01 ZAHLUNGSZIEL-TAGE PIC 9(3) VALUE 30.
01 RECHNUNG-ZIEL-TAGE PIC 9(3).
01 RECHNUNG-FAELLIG   PIC 9(8).

*> Abrechnungsstatus-Ledger im Speicher.
01 LED-ANZAHL PIC 9(4) VALUE 0.
        10 LDT-BETRAG      PIC 9(7)V99.
        10 LDT-STATUS      PIC X(10).
        10 LDT-RECHNUNG    PIC 9(06).
        10 LDT-GUTSCHRIFT  PIC 9(06).
        10 LDT-SATZART     PIC X(01).
        10 LDT-PROJEKT     PIC X(08).
        10 LDT-KOSTEN      PIC 9(7)V99.
        10 LDT-GERAET      PIC X(08).
        10 LDT-EINHEIT     PIC X(01).
01 LED-UEBERLAUF PIC X VALUE "N".
01 LED-POSITION  PIC 9(4).
01 LED-GEAENDERT PIC X VALUE "N".
                    INDEXED BY GU-IDX.
        10 GUT-ORIG-RECHNUNG PIC 9(6).
        10 GUT-EMPFAENGER    PIC X(10).
        10 GUT-ABTEILUNG     PIC X(10).
        10 GUT-VORNAME       PIC X(10).
        10 GUT-NACHNAME      PIC X(10).
        10 GUT-DATUM         PIC 9(8).
        10 GUT-STUNDEN       PIC 9(3).
        10 GUT-BETRAG        PIC 9(6)V99.
        10 GUT-PROJEKT       PIC X(8).
        10 GUT-LEDGER-IDX    PIC 9(4).
        10 GUT-SPESEN        PIC X(01).
        10 GUT-GERAET        PIC X(08).
        10 GUT-EINHEIT       PIC X(01).
        10 GUT-MENGE         PIC 9(3).
01 GUT-DRUCK-IDX PIC 9(3).
01 CNT-GUTSCHRIFTEN PIC 9(3) VALUE 0.

01 BUCHUNGS-DATUM       PIC 9(8).

01 FIRMA-STUNDENSATZ     PIC 9(3) VALUE 150.

*> Staende aus STUNDENSATZ.CFG - mirrors LOAD-STUNDENSATZ/
*> ERMITTLE-FIRMENSATZ in stundensatz_loesung.cbl.
01 FSV-ANZAHL PIC 9(2) VALUE 0.
01 FSV-TABELLE.
    05 FSV-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON FSV-ANZAHL.
        10 FSV-GUELTIG-AB PIC 9(08).
        10 FSV-SATZ       PIC 9(3).
01 FSV-DATUM-RAW PIC X(8).
01 FSV-SATZ-RAW  PIC X(8).
01 FSV-STICHTAG  PIC 9(8) VALUE 0.
01 FSV-BESTES-AB PIC 9(8).
01 FSV-SCAN-IDX  PIC 9(2).
01 FSV-VORGABE   PIC 9(3) VALUE 150.
01 FSV-EOF-FLAG  PIC X VALUE "N".
01 AKTUELLER-STUNDENSATZ PIC 9(3).

*> Nachtzuschlag wie im UMSATZ-RECHNER (BERECHNE-NACHTZUSCHLAG):
    88 TAG-IST-WOCHENENDE VALUE "W".
    88 TAG-IST-NORMAL     VALUE "N".

*> Mitarbeiterstamm: Satz, Abteilung und Rolle werden je Buchung
*> per Namensschluessel gelesen (STAMM-INDEX-OFFEN = "J"), sonst
*> aus MITARBEITER-STAMM.DAT. STAMM-VORHANDEN = "N": weder Index
*> noch Stamm, dann gelten die Steuerdateien unten.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 STAMM-VORHANDEN PIC X VALUE "N".

*> Rueckfallebene ohne Stamm: MITARBEITER-SATZ.CFG.
01 MS-EOF-FLAG   PIC X VALUE "N".
01 MS-SATZ-RAW   PIC X(3).
01 MITARBEITER-SATZ-ANZAHL PIC 9(3) VALUE 0.
01 MS-TABELLE-VOLL PIC X VALUE "N".
01 MITARBEITER-SATZ-TABELLE.
                         INDEXED BY FT-IDX.
        10 FEIERTAG-DATUM PIC 9(8).

*> Taetigkeitskatalog und Kennzeichen der aktuellen Buchung.
01 TAET-EOF-FLAG     PIC X  VALUE "N".
01 TAET-ANZAHL       PIC 9(3) VALUE 0.
01 TAET-TABELLE.
    05 TAET-EINTRAG OCCURS 1 TO 100 TIMES
                     DEPENDING ON TAET-ANZAHL
                     INDEXED BY TA-IDX.
        10 TAET-CODE         PIC X(2).
        10 TAET-FAKTURIERBAR PIC X.
        10 TAET-ARBEITSZEIT  PIC X.
        10 TAET-ZUSCHLAG     PIC X.
01 TAETIGKEIT-FAKTURIERBAR PIC X VALUE "J".
01 TAETIGKEIT-ARBEITSZEIT  PIC X VALUE "J".
01 TAETIGKEIT-ZUSCHLAG     PIC X VALUE "J".
01 CNT-NICHT-FAKTURIERBAR  PIC 9(4) VALUE 0.

*> Rechnungspositionen des Laufs, je Zeile eine bewertete Buchung
*> mit ihrem Rechnungsempfaenger (Kunde bzw. Kostenstelle) und
*> der leistenden Kostenstelle.
01 POSITION-ANZAHL PIC 9(3) VALUE 0.
01 POSITIONS-TABELLE.
    05 POSITION-EINTRAG OCCURS 1 TO 500 TIMES
                         DEPENDING ON POSITION-ANZAHL
                         INDEXED BY POS-IDX.
        10 POS-EMPFAENGER PIC X(10).
        10 POS-ABTEILUNG  PIC X(10).
        10 POS-VORNAME    PIC X(10).
        10 POS-NACHNAME   PIC X(10).
        10 POS-DATUM      PIC 9(8).
        10 POS-UMSATZ     PIC 9(6)V99.
        10 POS-PROJEKT    PIC X(8).
        10 POS-LEDGER-IDX PIC 9(4).
        10 POS-KARTE      PIC X(20).
        10 POS-MEHR       PIC X(01).
        10 POS-SPESEN-ART PIC X(01).
        10 POS-BELEG      PIC X(08).
        10 POS-AUFSCHLAG  PIC 9(3)V99.
        10 POS-GERAET     PIC X(08).
        10 POS-EINHEIT    PIC X(01).
        10 POS-MENGE      PIC 9(3).

*> Liste der in diesem Lauf gefundenen Rechnungsempfaenger.
01 EMPFAENGER-ANZAHL PIC 9(3) VALUE 0.
01 RECHNUNG-STUNDEN  PIC 9(6).
01 RECHNUNG-BETRAG   PIC 9(9)V99.
01 CNT-RECHNUNGEN    PIC 9(3) VALUE 0.
01 DOKUMENT-TITEL    PIC X(30).

*> Laufart (Parameter 1): direkt, Probelauf oder Freigabe.
01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).
01 LAUF-MODUS PIC X VALUE "D".
    88 LAUF-DIREKT   VALUE "D".
    88 LAUF-PROBE    VALUE "P".
    88 LAUF-FREIGABE VALUE "F".
01 CMD-LINE PIC X(200).

*> Probelauf und Freigabe: Summen des Bestands und der Liste.
77 FS-PROBELISTE PIC XX VALUE SPACES.
77 FS-PROBE-KTL  PIC XX VALUE SPACES.
01 LAUF-SUMMEN.
    05 LS-RECHNUNGEN   PIC 9(4).
    05 LS-GUTSCHRIFTEN PIC 9(4).
    05 LS-STUNDEN      PIC 9(7).
    05 LS-NETTO        PIC 9(9)V99.
    05 LS-GUT-NETTO    PIC 9(9)V99.
01 PROBE-ABWEICHUNG   PIC X VALUE "N".
01 PROBE-ERECH-HINWEIS PIC X(60).
01 PROBE-SUMME-STEUER PIC 9(9)V99 VALUE 0.
01 PROBE-SUMME-BRUTTO PIC 9(9)V99 VALUE 0.
01 PROBE-GUT-STEUER   PIC 9(9)V99 VALUE 0.
01 PROBE-GUT-BRUTTO   PIC 9(9)V99 VALUE 0.
01 PROBE-ERSTE-NR     PIC 9(6) VALUE 0.
01 PROBE-DATUM        PIC 9(8) VALUE 0.
01 PRINT-PROBE-NETTO  PIC Z,ZZZ,ZZ9.99.
01 PRINT-PROBE-STEUER PIC Z,ZZZ,ZZ9.99.
01 PRINT-PROBE-BRUTTO PIC Z,ZZZ,ZZ9.99.

*> Abbruchsicherung: hoechste Nummer mit Registerzeile und die
*> Spuren von Belegen ohne Registerzeile.
77 FS-REGISTER-NEU PIC XX VALUE SPACES.
77 FS-MREGISTER    PIC XX VALUE SPACES.
01 REG-HOECHSTE-NR     PIC 9(6) VALUE 0.
01 ABBRUCH-BIS-NR      PIC 9(6).
01 ABBRUCH-NR          PIC 9(6).
01 ABBRUCH-EOF         PIC X.
01 CNT-ZURUECKGENOMMEN PIC 9(4) VALUE 0.
01 CNT-VERWORFEN       PIC 9(4) VALUE 0.
01 ABBRUCH-ANZAHL      PIC 9(4).

01 AKTUELLER-EMPFAENGER PIC X(10).
01 POS-DRUCK-IDX        PIC 9(3).
01 PRINT-BETRAG         PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-POS-BETRAG     PIC ***,***.99.

*> Absenderdaten aus FIRMA.CFG.
77 FS-FIRMA     PIC XX VALUE SPACES.
77 FS-ERECHNUNG PIC XX VALUE SPACES.
77 FS-ERECH-ABL PIC XX VALUE SPACES.
01 FIRMA-EOF    PIC X VALUE "N".
01 FIRMA-DATEN.
    05 FIRMA-NAME     PIC X(60) VALUE SPACES.
    05 FIRMA-STRASSE  PIC X(60) VALUE SPACES.
    05 FIRMA-PLZ      PIC X(10) VALUE SPACES.
    05 FIRMA-ORT      PIC X(40) VALUE SPACES.
    05 FIRMA-LAND     PIC X(02) VALUE "DE".
    05 FIRMA-USTID    PIC X(15) VALUE SPACES.
    05 FIRMA-STEUERNR PIC X(20) VALUE SPACES.
    05 FIRMA-IBAN     PIC X(34) VALUE SPACES.
    05 FIRMA-BIC      PIC X(11) VALUE SPACES.
    05 FIRMA-KONTAKT  PIC X(60) VALUE SPACES.
    05 FIRMA-TELEFON  PIC X(30) VALUE SPACES.
    05 FIRMA-EMAIL    PIC X(60) VALUE SPACES.
01 FC-ZEILE       PIC X(80).
01 FC-SCHLUESSEL  PIC X(20).
01 FC-WERT        PIC X(80).
01 FC-ZEIGER      PIC 9(3).
01 FC-ZEILEN-NR   PIC 9(3).

*> E-Rechnung (XRechnung, UBL 2.1).
01 ERECHNUNG-DATEINAME PIC X(60).
01 XR-BELEGART    PIC X VALUE "R".
    88 XR-IST-RECHNUNG   VALUE "R".
    88 XR-IST-GUTSCHRIFT VALUE "G".
01 XR-FEHLER      PIC X(60).
01 XR-FIRMA-FEHLER PIC X(60) VALUE SPACES.
01 XR-WURZEL      PIC X(20).
01 XR-NAMESPACE   PIC X(70).
01 XR-TYPCODE-TAG PIC X(30).
01 XR-ZEILE-TAG   PIC X(30).
01 XR-MENGE-TAG   PIC X(30).
01 XR-TAG         PIC X(40).
01 XR-ATTRIBUT    PIC X(60).
01 XR-TEXT-EIN    PIC X(100).
01 XR-TEXT-AUS    PIC X(300).
01 XR-AUS-POS     PIC 9(3).
01 XR-EIN-LAENGE  PIC 9(3).
01 XR-ZEICHEN-IDX PIC 9(3).
01 XR-ZEICHEN     PIC X.
01 XR-DATUM       PIC 9(8).
01 XR-DATUM-ISO   PIC X(10).
01 XR-BETRAG      PIC 9(9)V99.
01 XR-BETRAG-EDIT PIC Z(8)9.99.
01 XR-PREIS       PIC 9(7)V9999.
01 XR-PREIS-EDIT  PIC Z(6)9.9999.
01 XR-MENGE       PIC 9(3).
01 XR-MENGE-EDIT  PIC ZZ9.
01 XR-EINHEIT     PIC X(3).
01 XR-POS-TEXT    PIC X(100).
01 XR-SCHEMA      PIC X(3).
01 XR-PROZENT-EDIT PIC Z9.99.
01 XR-ZEILEN-NR   PIC 9(3).
01 XR-ZEILEN-EDIT PIC ZZ9.
01 XR-NETTO       PIC 9(9)V99.
01 XR-STEUER      PIC 9(9)V99.
01 XR-BRUTTO      PIC 9(9)V99.
01 XR-ZIEL-EDIT   PIC ZZ9.
01 CNT-ERECHNUNGEN PIC 9(3) VALUE 0.
01 CNT-ERECH-ABGELEHNT PIC 9(3) VALUE 0.


*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - RECHNUNGS-GENERATOR laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM PARSE-KOMMANDOZEILE.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF.
    PERFORM LOAD-STUNDENSATZ.
    PERFORM PRUEFE-MITARBEITER-STAMM.
    IF STAMM-VORHANDEN NOT = "J"
        PERFORM LOAD-MITARBEITER-SAETZE
        PERFORM LOAD-ABTEILUNG-CFG
    END-IF.
    PERFORM LOAD-FEIERTAGE-CFG.
    PERFORM LOAD-TAETIGKEIT-CFG.
    PERFORM LOAD-STAMM-HISTORIE.
    PERFORM LADE-RECHNUNG-NUMMER.
    PERFORM LADE-ABRECHNUNGS-LEDGER.
    PERFORM PRUEFE-ABGEBROCHENEN-LAUF.
    PERFORM LADE-MWST-CFG.
    PERFORM LADE-KUNDEN-STAMM.
    PERFORM LADE-PROJEKT-KUNDEN.
    PERFORM LADE-PREISKARTEN.
    PERFORM LADE-KONTINGENTE.
    PERFORM LADE-FESTPREISPROJEKTE.
    PERFORM LADE-SPESEN-WEITERBERECHNUNG.
    PERFORM LADE-GERAETE-STAMM.
    PERFORM LADE-SUBUNT-STAMM.
    PERFORM LADE-LEISTUNGSNACHWEISE.
    PERFORM LADE-ZAHLUNGSZIEL.
    PERFORM LADE-FIRMA-CFG.

    *> Der Probelauf schreibt nichts fort; seine Entwuerfe
    *> zaehlen ab 1 und tragen keine Rechnungsnummer.
    IF LAUF-PROBE
        MOVE RECHNUNG-NR TO PROBE-ERSTE-NR
        ADD 1 TO PROBE-ERSTE-NR
        MOVE 0 TO RECHNUNG-NR
    ELSE
        OPEN EXTEND MWST-REGISTER
        IF FS-MWST-REG NOT = "00"
            OPEN OUTPUT MWST-REGISTER
        END-IF
    END-IF.

    OPEN INPUT ACCEPTED-BUCHUNGEN.
        DISPLAY "Fehler beim Oeffnen ACCEPTED-BUCHUNGEN.DAT, Status="
                FS-ACCEPTED
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    PERFORM ERMITTLE-MWST-SATZ.
    DISPLAY "Rechnungslauf vom " RECHNUNG-LAUFDATUM
            " (MwSt " MWST-SATZ "%)...".
    IF LAUF-PROBE
        DISPLAY "PROBELAUF: nur Entwuerfe und Probeliste, keine"
                " Rechnungsnummern, keine Fortschreibung."
    END-IF.
    IF LAUF-FREIGABE
        DISPLAY "FREIGABE des Probelaufs (RECHNUNG-PROBE.KTL)."
    END-IF.

    PERFORM UNTIL EOF-FLAG = "Y"
        READ ACCEPTED-BUCHUNGEN
            *> Umsatz berechnet; die Gutschrift laeuft ueber die
            *> Korrektur der Folgerechnung, nicht ueber diesen Lauf.
            *> Spesensaetze ("SPE") sind Erstattungen an den
            *> Mitarbeiter - weiterberechnet nur, wenn Kennzeichen
            *> oder Steuerdatei es vorsehen (UEBERNEHME-SPESEN).
            *> Bereitschaftssaetze ("BER") sind interne Verguetung,
            *> kein fakturierbarer Umsatz. Geraetesaetze ("GER")
            *> werden zum Satz des Geraets berechnet
            *> (UEBERNEHME-GERAET).
            *> Ein Storno ("STO") auf eine laut Ledger BEREITS
            *> fakturierte Buchung erzeugt eine Gutschrift mit
            *> Verweis auf die Originalrechnung.
                    AND NOT SATZ-IST-STORNO
                    AND NOT SATZ-IST-SPESEN
                    AND NOT SATZ-IST-BEREITSCHAFT
                    AND NOT SATZ-IST-EINMALZAHLUNG
                    AND NOT SATZ-IST-GERAET
                PERFORM UEBERNEHME-POSITION
            END-IF
            IF SATZ-IST-STORNO
                PERFORM PRUEFE-STORNO-GUTSCHRIFT
            END-IF
            IF SATZ-IST-SPESEN
                PERFORM UEBERNEHME-SPESEN
            END-IF
            IF SATZ-IST-GERAET
                PERFORM UEBERNEHME-GERAET
            END-IF
        END-IF
    END-PERFORM.

    *> Auf den Leistungsnachweis wartende Positionen frueherer
    *> Laeufe nachholen, sobald der Kunde genehmigt hat - ebenso
    *> Positionen, deren Rechnung ein abgebrochener Lauf nicht
    *> mehr registriert hat (OFFEN mit verworfener Nummer).
    IF LED-ANZAHL > 0
        SET LD-IDX TO 1
        SEARCH LED-EINTRAG
            AT END CONTINUE
            WHEN LDT-STATUS(LD-IDX) = "NACHWEIS"
              OR (LDT-STATUS(LD-IDX) = "OFFEN"
                  AND LDT-RECHNUNG(LD-IDX) > 0)
                PERFORM HOLE-NACHWEIS-POSITIONEN
        END-SEARCH
    END-IF.

    CLOSE ACCEPTED-BUCHUNGEN.
    PERFORM MELDE-NACHWEIS-STAND.

    IF POSITION-ANZAHL = 0 AND GUT-ANZAHL = 0
        DISPLAY "Keine akzeptierten Buchungen vorgefunden, "
                "keine Rechnungen erstellt."
        IF LED-GEAENDERT = "J" AND NOT LAUF-PROBE
            PERFORM SICHERE-ABRECHNUNGS-LEDGER
        END-IF
        IF CNT-KONTINGENT > 0
            DISPLAY CNT-KONTINGENT " Buchung(en) ganz aus dem"
                    " Stundenkontingent gedeckt"
                    " (KONTINGENT-VERBRAUCH.DAT)."
        END-IF
        IF KV-OFFEN = "J"
            CLOSE KONTINGENT-VERBRAUCH
        END-IF
        IF CNT-FESTPREIS > 0
            DISPLAY CNT-FESTPREIS " Buchung(en) auf"
                    " Festpreisprojekten nicht nach Stunden"
                    " berechnet (Ledger FESTPREIS)."
        END-IF
        IF CNT-SPESEN-ABSORBIERT > 0
            DISPLAY CNT-SPESEN-ABSORBIERT " Spesenbeleg(e) nicht"
                    " weiterberechnet (Ledger ABSORBIERT)."
        END-IF
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    *> Die Freigabe vergibt Nummern nur fuer den Bestand, den der
    *> Probelauf gezeigt hat.
    PERFORM BILDE-LAUFSUMMEN.
    IF LAUF-FREIGABE
        PERFORM PRUEFE-PROBELAUF
        IF PROBE-ABWEICHUNG = "J"
            DISPLAY "FREIGABE abgebrochen - keine Nummer vergeben."
                    " Probelauf wiederholen (Parameter PROBE)."
            IF LED-GEAENDERT = "J"
                PERFORM SICHERE-ABRECHNUNGS-LEDGER
            END-IF
            IF FS-MWST-REG = "00"
                CLOSE MWST-REGISTER
            END-IF
            IF KV-OFFEN = "J"
                CLOSE KONTINGENT-VERBRAUCH
            END-IF
            MOVE 8 TO RETURN-CODE
            PERFORM SCHLIESSE-STAMM
            GOBACK
        END-IF
    END-IF.

    IF LAUF-PROBE
        PERFORM OEFFNE-PROBELISTE
    ELSE
        OPEN OUTPUT ERECHNUNG-ABLEHNUNG
        IF FS-ERECH-ABL = "00"
            MOVE SPACES TO ABLEHNUNG-ZEILE
            STRING "Nicht erzeugte E-Rechnungen, Lauf vom "
                   RECHNUNG-LAUFDATUM
                INTO ABLEHNUNG-ZEILE
            END-STRING
            WRITE ABLEHNUNG-ZEILE
            MOVE "Beleg  Art Kunde      Grund" TO ABLEHNUNG-ZEILE
            WRITE ABLEHNUNG-ZEILE
        END-IF
    END-IF.

    PERFORM SCHREIBE-RECHNUNGEN.
    IF GUT-ANZAHL > 0
        PERFORM SCHREIBE-GUTSCHRIFTEN
    END-IF.
    IF FS-ERECH-ABL = "00"
        CLOSE ERECHNUNG-ABLEHNUNG
    END-IF.
    IF LAUF-PROBE
        PERFORM SCHLIESSE-PROBELISTE
        IF KV-OFFEN = "J"
            CLOSE KONTINGENT-VERBRAUCH
        END-IF
        DISPLAY "--------------------------------------------"
        DISPLAY CNT-RECHNUNGEN " Rechnungsentwurf/-entwuerfe und "
                CNT-GUTSCHRIFTEN " Gutschriftsentwurf/-entwuerfe"
                " (ENTWURF-*.TXT)."
        DISPLAY "Probeliste: RECHNUNG-PROBELISTE.RPT - nach"
                " Durchsicht mit Parameter FREIGABE fakturieren."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    PERFORM SICHERE-RECHNUNG-NUMMER.
    IF FS-MWST-REG = "00"
        CLOSE MWST-REGISTER
    IF LED-GEAENDERT = "J"
        PERFORM SICHERE-ABRECHNUNGS-LEDGER
    END-IF.
    IF LAUF-FREIGABE
        PERFORM MARKIERE-PROBELAUF-FREIGEGEBEN
    END-IF.
    IF CNT-BEREITS-FAKTURIERT > 0
        DISPLAY CNT-BEREITS-FAKTURIERT " Buchung(en) waren laut"
                " Ledger bereits fakturiert und wurden"
                " uebersprungen."
    END-IF.
    IF CNT-NICHT-FAKTURIERBAR > 0
        DISPLAY CNT-NICHT-FAKTURIERBAR " Buchung(en) mit nicht"
                " fakturierbarer Taetigkeit nicht berechnet."
    END-IF.
    IF CNT-KONTINGENT > 0 OR CNT-MEHRSTUNDEN > 0
        DISPLAY CNT-KONTINGENT " Buchung(en) ganz aus dem"
                " Stundenkontingent gedeckt, " CNT-MEHRSTUNDEN
                " Mehrstunde(n) fakturiert"
                " (KONTINGENT-VERBRAUCH.DAT)."
    END-IF.
    IF KV-OFFEN = "J"
        CLOSE KONTINGENT-VERBRAUCH
    END-IF.
    IF CNT-FESTPREIS > 0
        DISPLAY CNT-FESTPREIS " Buchung(en) auf Festpreisprojekten"
                " nicht nach Stunden berechnet (Ledger FESTPREIS)."
    END-IF.
    IF CNT-SPESEN-WEITER > 0 OR CNT-SPESEN-ABSORBIERT > 0
        DISPLAY CNT-SPESEN-WEITER " Spesenbeleg(e) weiterberechnet, "
                CNT-SPESEN-ABSORBIERT " nicht weiterberechnet"
                " (Ledger ABSORBIERT)."
    END-IF.
    IF CNT-GERAET > 0
        DISPLAY CNT-GERAET " Geraetenutzung(en) zum Geraetesatz"
                " berechnet (GERAETE-STAMM.DAT)."
    END-IF.
    IF CNT-SUBUNT > 0
        DISPLAY CNT-SUBUNT " Subunternehmerbuchung(en) als"
                " Fremdleistung uebernommen (SUBUNTERNEHMER-STAMM.DAT)."
    END-IF.

    DISPLAY "--------------------------------------------".
    DISPLAY CNT-RECHNUNGEN " Rechnung(en) und "
            CNT-GUTSCHRIFTEN " Gutschrift(en) erstellt,"
            " letzte Nummer: " RECHNUNG-NR ".".
    DISPLAY "Register: RECHNUNGS-REGISTER.DAT".
    DISPLAY CNT-ERECHNUNGEN " E-Rechnung(en) erzeugt, "
            CNT-ERECH-ABGELEHNT " abgelehnt"
            " (ERECHNUNG-ABGELEHNT.RPT).".

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> #5 Eine akzeptierte Buchung bewerten und als Position merken
*> ================================================================
UEBERNEHME-POSITION.
    *> Nicht fakturierbare Taetigkeiten (Taetigkeitskatalog) sind
    *> interne Zeit - keine Position, kein Ledger-Eintrag.
    PERFORM ERMITTLE-TAETIGKEIT
    IF TAETIGKEIT-FAKTURIERBAR = "N"
        ADD 1 TO CNT-NICHT-FAKTURIERBAR
        EXIT PARAGRAPH
    END-IF

    *> Laut Ledger bereits fakturierte Buchungen werden nicht
    *> noch einmal berechnet - eine doppelt eingespielte Ablage
    *> stellte dem Kunden die Arbeit sonst zweimal in Rechnung.
        ADD 1 TO CNT-BEREITS-FAKTURIERT
        EXIT PARAGRAPH
    END-IF
    IF LED-POSITION > 0
     AND (LDT-STATUS(LED-POSITION) = "KONTINGENT"
      OR LDT-STATUS(LED-POSITION) = "FESTPREIS")
        EXIT PARAGRAPH
    END-IF

    MOVE BR-VORNAME  TO MITARBEITER-VORNAME
    MOVE BR-NACHNAME TO MITARBEITER-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE BR-STUNDEN TO ANZAHL-STUNDEN
    MOVE BR-DATUM   TO BUCHUNGS-DATUM
    MOVE 0 TO SUBUNT-POSITION
    IF SATZ-IST-SUBUNTERNEHMER
        MOVE BSU-SUBUNTERNEHMER TO SUBUNT-SUCHE
        PERFORM SUCHE-SUBUNT
        ADD 1 TO CNT-SUBUNT
    END-IF

    *> Festpreisprojekte rechnet MEILENSTEIN-FAKTURA ab - die
    *> Stunden bleiben als Aufwand im Ledger, ohne Rechnung.
    PERFORM PRUEFE-FESTPREIS
    IF FESTPREIS-TREFFER = "J"
        MOVE 0 TO GESAMT-UMSATZ
        PERFORM ERZEUGE-LEDGER-EINTRAG
        IF LED-POSITION > 0
            MOVE "FESTPREIS" TO LDT-STATUS(LED-POSITION)
        END-IF
        ADD 1 TO CNT-FESTPREIS
        EXIT PARAGRAPH
    END-IF

    *> Stundenkontingent des Projekts/Kunden zuerst aufzehren; nur
    *> die Mehrstunden darueber hinaus werden fakturiert.
    PERFORM ERMITTLE-KONTINGENT
    IF KONTINGENT-POSITION > 0
        IF KONTINGENT-MEHR = 0
            MOVE 0 TO GESAMT-UMSATZ
            PERFORM ERZEUGE-LEDGER-EINTRAG
            IF LED-POSITION > 0
                MOVE "KONTINGENT" TO LDT-STATUS(LED-POSITION)
            END-IF
            ADD 1 TO CNT-KONTINGENT
            EXIT PARAGRAPH
        END-IF
        MOVE KONTINGENT-MEHR TO ANZAHL-STUNDEN
        ADD KONTINGENT-MEHR TO CNT-MEHRSTUNDEN
    END-IF

    PERFORM BERECHNE-GESAMTUMSATZ
    PERFORM ERMITTLE-ABTEILUNG
    PERFORM ERMITTLE-RECHNUNGSEMPFAENGER
    PERFORM ERZEUGE-LEDGER-EINTRAG

    *> Kunde mit Nachweispflicht: nur Positionen aus einem
    *> genehmigten Leistungsnachweis gehen auf die Rechnung.
    MOVE "J" TO NACHWEIS-FREI
    MOVE POSITIONS-EMPFAENGER TO AKTUELLER-EMPFAENGER
    PERFORM SUCHE-KUNDE
    IF KUNDEN-POSITION > 0
        IF KDT-NACHWEIS(KUNDEN-POSITION) = "J"
            PERFORM PRUEFE-LEISTUNGSNACHWEIS
            IF NACHWEIS-FREI NOT = "J"
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF

    IF POSITION-ANZAHL < 500
        ADD 1 TO POSITION-ANZAHL
        MOVE POSITIONS-EMPFAENGER TO POS-EMPFAENGER(POSITION-ANZAHL)
        MOVE AKTUELLE-ABTEILUNG   TO POS-ABTEILUNG(POSITION-ANZAHL)
        MOVE MITARBEITER-VORNAME  TO POS-VORNAME(POSITION-ANZAHL)
        MOVE MITARBEITER-NACHNAME TO POS-NACHNAME(POSITION-ANZAHL)
        MOVE BUCHUNGS-DATUM       TO POS-DATUM(POSITION-ANZAHL)
            MOVE BR-PROJEKT TO POS-PROJEKT(POSITION-ANZAHL)
        END-IF
        MOVE LED-POSITION TO POS-LEDGER-IDX(POSITION-ANZAHL)
        MOVE PREISKARTE-KENNUNG TO POS-KARTE(POSITION-ANZAHL)
        IF KONTINGENT-POSITION > 0
            MOVE "J" TO POS-MEHR(POSITION-ANZAHL)
        ELSE
            MOVE "N" TO POS-MEHR(POSITION-ANZAHL)
        END-IF
        MOVE SPACE  TO POS-SPESEN-ART(POSITION-ANZAHL)
        MOVE SPACES TO POS-BELEG(POSITION-ANZAHL)
        MOVE 0      TO POS-AUFSCHLAG(POSITION-ANZAHL)
        MOVE SPACES TO POS-GERAET(POSITION-ANZAHL)
        MOVE SPACE  TO POS-EINHEIT(POSITION-ANZAHL)
        MOVE 0      TO POS-MENGE(POSITION-ANZAHL)
        *> Die verworfene Nummer eines abgebrochenen Laufs hat als
        *> Merker ausgedient - sonst holte HOLE-NACHWEIS-POSITIONEN
        *> die schon aufgenommene Position ein zweites Mal nach.
        IF LED-POSITION > 0
            MOVE 0 TO LDT-RECHNUNG(LED-POSITION)
        END-IF
        PERFORM MERKE-EMPFAENGER
    ELSE
        DISPLAY "WARNUNG: Positionstabelle voll (500), Buchung "
        SET EMPF-IDX TO 1
        SEARCH EMPFAENGER-EINTRAG
            AT END CONTINUE
            WHEN EMPF-CODE(EMPF-IDX) = POSITIONS-EMPFAENGER
                MOVE "J" TO EMPF-GEFUNDEN
        END-SEARCH
    END-IF
    IF EMPF-GEFUNDEN NOT = "J" AND EMPFAENGER-ANZAHL < 200
        ADD 1 TO EMPFAENGER-ANZAHL
        MOVE POSITIONS-EMPFAENGER TO EMPF-CODE(EMPFAENGER-ANZAHL)
    END-IF.


*> ================================================================
*> #5.2 Rechnungsempfaenger der Buchung ermitteln
*> ================================================================
*> Projekt mit zugeordnetem Kunden -> Kundennummer; sonst (kein
*> Projekt, Projekt ohne Kunde, Kunde unbekannt oder inaktiv)
*> bleibt es bei der Kostenstelle als Empfaenger.
ERMITTLE-RECHNUNGSEMPFAENGER.
    MOVE AKTUELLE-ABTEILUNG TO POSITIONS-EMPFAENGER
    IF BR-PROJEKT NOT = SPACES AND PROJKD-ANZAHL > 0
        SET PK-IDX TO 1
        SEARCH PROJKD-EINTRAG
            AT END CONTINUE
            WHEN PKT-PROJEKT(PK-IDX) = BR-PROJEKT
                MOVE PKT-KUNDE(PK-IDX) TO POSITIONS-EMPFAENGER
        END-SEARCH
    END-IF.


*> ================================================================
*> #5.3 Leistungsnachweis der aktuellen Buchung pruefen
*> ================================================================
*> Die Zeile wird ueber den Ledger-Schluessel (Laufdatum,
*> Buchungsnummer, Datum, maskierter Name) gefunden. Frei ist die
*> Position, wenn ihr Nachweis GENEHMIGT ist oder STRITTIG und
*> gerade diese Zeile nicht beanstandet wurde. Sonst wartet sie im
*> Ledger auf NACHWEIS bzw. steht auf KORREKTUR (die berichtigte
*> Buchung kommt als neue Buchung wieder herein).
PRUEFE-LEISTUNGSNACHWEIS.
    MOVE "N" TO NACHWEIS-FREI
    MOVE 0 TO NWP-POSITION NWK-POSITION
    IF NWP-ANZAHL > 0
        SET NP-IDX TO 1
        SEARCH NWP-EINTRAG
            AT END CONTINUE
            WHEN NWP-LAUFDATUM(NP-IDX)   = WS-LAUFDATUM
             AND NWP-BUCHUNGS-NR(NP-IDX) = BR-BUCHUNGS-NR
             AND NWP-DATUM(NP-IDX)       = BR-DATUM
             AND NWP-VORNAME-M(NP-IDX)   = BR-VORNAME
             AND NWP-NACHNAME-M(NP-IDX)  = BR-NACHNAME
                SET NWP-POSITION TO NP-IDX
        END-SEARCH
    END-IF
    IF NWP-POSITION > 0 AND NWK-ANZAHL > 0
        SET NK-IDX TO 1
        SEARCH NWK-EINTRAG
            AT END CONTINUE
            WHEN NWK-NR(NK-IDX) = NWP-NR(NWP-POSITION)
                SET NWK-POSITION TO NK-IDX
        END-SEARCH
    END-IF

    EVALUATE TRUE
        WHEN NWK-POSITION = 0
            IF LED-POSITION > 0
                MOVE "NACHWEIS" TO LDT-STATUS(LED-POSITION)
            END-IF
        WHEN NWP-STATUS(NWP-POSITION) NOT = SPACES
            IF LED-POSITION > 0
                MOVE "KORREKTUR" TO LDT-STATUS(LED-POSITION)
            END-IF
        WHEN NWK-STATUS(NWK-POSITION) = "GENEHMIGT"
          OR NWK-STATUS(NWK-POSITION) = "STRITTIG"
            MOVE "J" TO NACHWEIS-FREI
            IF LED-POSITION > 0
                MOVE "OFFEN" TO LDT-STATUS(LED-POSITION)
            END-IF
        WHEN OTHER
            IF LED-POSITION > 0
                MOVE "NACHWEIS" TO LDT-STATUS(LED-POSITION)
            END-IF
    END-EVALUATE
    MOVE "J" TO LED-GEAENDERT.


*> ================================================================
*> #5.4 Wartende Positionen aus dem Historienlager nachholen
*> ================================================================
*> Ein Durchgang durch BUCHUNGS-HISTORIE.DAT; jede Arbeitsbuchung,
*> die im Ledger auf NACHWEIS steht (oder nach einem Abbruch mit
*> verworfener Rechnungsnummer auf OFFEN), laeuft noch einmal
*> durch UEBERNEHME-POSITION (mit ihrem eigenen Laufdatum), ein
*> weiterberechneter Spesensatz nach einem Abbruch durch
*> UEBERNEHME-SPESEN, ein Geraetesatz durch UEBERNEHME-GERAET.
*> Subunternehmerstunden gelten dabei als Arbeitsbuchung.
HOLE-NACHWEIS-POSITIONEN.
    MOVE "N" TO HISTORIE-EOF
    OPEN INPUT BUCHUNGS-HISTORIE
    IF FS-HISTORIE NOT = "00"
        DISPLAY "HINWEIS: BUCHUNGS-HISTORIE.DAT nicht lesbar -"
                " wartende Nachweis-Positionen nicht nachgeholt."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL HISTORIE-EOF = "Y"
        READ BUCHUNGS-HISTORIE
            AT END MOVE "Y" TO HISTORIE-EOF
            NOT AT END
                MOVE HIS-SATZ      TO BUCHUNGS-RECORD
                MOVE HIS-LAUFDATUM TO WS-LAUFDATUM
                IF BR-SATZKENNUNG = SPACES
                 OR SATZ-IST-SUBUNTERNEHMER
                    PERFORM SUCHE-LEDGER-EINTRAG
                    IF LED-POSITION > 0
                        IF LDT-STATUS(LED-POSITION) = "NACHWEIS"
                         OR (LDT-STATUS(LED-POSITION) = "OFFEN"
                             AND LDT-RECHNUNG(LED-POSITION) > 0)
                            PERFORM UEBERNEHME-POSITION
                            IF NACHWEIS-FREI = "J"
                                ADD 1 TO CNT-NACHGEHOLT
                            END-IF
                        END-IF
                    END-IF
                END-IF
                IF SATZ-IST-SPESEN
                    PERFORM SUCHE-LEDGER-EINTRAG
                    IF LED-POSITION > 0
                     AND LDT-STATUS(LED-POSITION) = "OFFEN"
                     AND LDT-RECHNUNG(LED-POSITION) > 0
                        PERFORM UEBERNEHME-SPESEN
                    END-IF
                END-IF
                IF SATZ-IST-GERAET
                    PERFORM SUCHE-LEDGER-EINTRAG
                    IF LED-POSITION > 0
                     AND LDT-STATUS(LED-POSITION) = "OFFEN"
                     AND LDT-RECHNUNG(LED-POSITION) > 0
                        PERFORM UEBERNEHME-GERAET
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE.


*> ================================================================
*> #5.5 Storno auf eine wartende Position
*> ================================================================
*> Noch nicht fakturiert - keine Gutschrift, die Position faellt
*> nur aus dem Warten heraus. Ebenso faellt ein stornierter,
*> nicht weiterberechneter Spesenbeleg aus den Spesenkosten.
STORNIERE-NACHWEIS-POSITION.
    IF LED-ANZAHL > 0
        SET LD-IDX TO 1
        SEARCH LED-EINTRAG
            AT END CONTINUE
            WHEN LDT-BUCHUNGS-NR(LD-IDX) = BR-BUCHUNGS-NR
             AND LDT-DATUM(LD-IDX)      = BR-DATUM
             AND LDT-VORNAME-M(LD-IDX)  = BR-VORNAME
             AND LDT-NACHNAME-M(LD-IDX) = BR-NACHNAME
             AND (LDT-STATUS(LD-IDX)    = "NACHWEIS"
              OR (LDT-STATUS(LD-IDX)    = "ABSORBIERT"
                  AND LDT-SATZART(LD-IDX) = "S"))
                MOVE "STORNIERT" TO LDT-STATUS(LD-IDX)
                MOVE "J" TO LED-GEAENDERT
        END-SEARCH
    END-IF.


*> ================================================================
*> #5.6 Stand der nachweispflichtigen Positionen melden
*> ================================================================
MELDE-NACHWEIS-STAND.
    MOVE 0 TO CNT-NACHWEIS-OFFEN CNT-NACHWEIS-KORR
    PERFORM VARYING LED-POSITION FROM 1 BY 1
            UNTIL LED-POSITION > LED-ANZAHL
        EVALUATE LDT-STATUS(LED-POSITION)
            WHEN "NACHWEIS"
                ADD 1 TO CNT-NACHWEIS-OFFEN
            WHEN "KORREKTUR"
                ADD 1 TO CNT-NACHWEIS-KORR
        END-EVALUATE
    END-PERFORM
    IF CNT-NACHGEHOLT > 0
        DISPLAY CNT-NACHGEHOLT " Position(en) nach Genehmigung des"
                " Leistungsnachweises nachgeholt."
    END-IF
    IF CNT-NACHWEIS-OFFEN > 0 OR CNT-NACHWEIS-KORR > 0
        DISPLAY CNT-NACHWEIS-OFFEN " Position(en) warten auf einen"
                " genehmigten Leistungsnachweis, "
                CNT-NACHWEIS-KORR " beanstandet (Korrekturweg)."
    END-IF.


*> ================================================================
*> #5.7 Spesensatz weiterberechnen oder als absorbiert vermerken
*> ================================================================
*> Ein Spesensatz wird genau einmal entschieden: weiterberechnet
*> (Position zum Nettobetrag plus Aufschlag, Ledger OFFEN bis zur
*> Rechnung) oder absorbiert (Ledger ABSORBIERT, keine Position).
*> Leistungsnachweis, Kontingent und Festpreis betreffen Stunden
*> und gelten fuer Spesen nicht.
UEBERNEHME-SPESEN.
    PERFORM SUCHE-LEDGER-EINTRAG
    IF LED-POSITION > 0
     AND LDT-STATUS(LED-POSITION) NOT = "OFFEN"
        IF LDT-STATUS(LED-POSITION) = "FAKTURIERT"
            ADD 1 TO CNT-BEREITS-FAKTURIERT
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO SUBUNT-POSITION
    MOVE BSP-VORNAME  TO MITARBEITER-VORNAME
    MOVE BSP-NACHNAME TO MITARBEITER-NACHNAME
    INSPECT MITARBEITER-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT MITARBEITER-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE 0           TO ANZAHL-STUNDEN
    MOVE BSP-DATUM   TO BUCHUNGS-DATUM
    MOVE BSP-PROJEKT TO SPESEN-PROJEKT
    PERFORM ERMITTLE-SPESEN-REGEL
    IF SPESEN-WEITER = "J"
        COMPUTE GESAMT-UMSATZ ROUNDED =
            SPESEN-NETTO * (100 + SPESEN-AUFSCHLAG) / 100
    ELSE
        MOVE 0 TO GESAMT-UMSATZ
    END-IF
    PERFORM ERZEUGE-LEDGER-EINTRAG

    IF SPESEN-WEITER NOT = "J"
        IF LED-POSITION > 0
            MOVE "ABSORBIERT" TO LDT-STATUS(LED-POSITION)
        END-IF
        ADD 1 TO CNT-SPESEN-ABSORBIERT
        EXIT PARAGRAPH
    END-IF

    PERFORM ERMITTLE-ABTEILUNG
    PERFORM ERMITTLE-SPESEN-EMPFAENGER
    IF POSITION-ANZAHL < 500
        ADD 1 TO POSITION-ANZAHL
        MOVE POSITIONS-EMPFAENGER TO POS-EMPFAENGER(POSITION-ANZAHL)
        MOVE AKTUELLE-ABTEILUNG   TO POS-ABTEILUNG(POSITION-ANZAHL)
        MOVE MITARBEITER-VORNAME  TO POS-VORNAME(POSITION-ANZAHL)
        MOVE MITARBEITER-NACHNAME TO POS-NACHNAME(POSITION-ANZAHL)
        MOVE BUCHUNGS-DATUM       TO POS-DATUM(POSITION-ANZAHL)
        MOVE 0                    TO POS-STUNDEN(POSITION-ANZAHL)
        MOVE GESAMT-UMSATZ        TO POS-UMSATZ(POSITION-ANZAHL)
        MOVE SPESEN-PROJEKT       TO POS-PROJEKT(POSITION-ANZAHL)
        MOVE LED-POSITION TO POS-LEDGER-IDX(POSITION-ANZAHL)
        MOVE SPESEN-ART-TEXT      TO POS-KARTE(POSITION-ANZAHL)
        MOVE "N"                  TO POS-MEHR(POSITION-ANZAHL)
        MOVE BSP-KATEGORIE    TO POS-SPESEN-ART(POSITION-ANZAHL)
        MOVE BSP-BELEG-REF    TO POS-BELEG(POSITION-ANZAHL)
        MOVE SPESEN-AUFSCHLAG TO POS-AUFSCHLAG(POSITION-ANZAHL)
        MOVE SPACES           TO POS-GERAET(POSITION-ANZAHL)
        MOVE SPACE            TO POS-EINHEIT(POSITION-ANZAHL)
        MOVE 0                TO POS-MENGE(POSITION-ANZAHL)
        IF LED-POSITION > 0
            MOVE 0 TO LDT-RECHNUNG(LED-POSITION)
        END-IF
        ADD 1 TO CNT-SPESEN-WEITER
        PERFORM MERKE-EMPFAENGER
    ELSE
        DISPLAY "WARNUNG: Positionstabelle voll (500), Spesenbeleg "
                FUNCTION TRIM(BSP-BELEG-REF)
                " nicht weiterberechnet."
    END-IF.


*> ----------------------------------------------------------------
*> #5.7.1 Weiterberechnung, Aufschlag und Nettobetrag ermitteln
*> ----------------------------------------------------------------
*> Kennzeichen "N" am Satz: nie; "J": immer (Aufschlag aus der
*> Steuerdatei, falls das Projekt dort steht); leer: nur mit
*> passender Zeile - die Zeile der Spesenart geht der "*"-Zeile
*> des Projekts vor. Netto ist der Beleg ohne die enthaltene
*> Vorsteuer seiner Spesenart.
ERMITTLE-SPESEN-REGEL.
    MOVE "N" TO SPESEN-WEITER
    MOVE 0 TO SPESEN-AUFSCHLAG SPW-GUETE
    IF SPESEN-PROJEKT NOT = SPACES
        PERFORM VARYING SW-IDX FROM 1 BY 1
                UNTIL SW-IDX > SPW-ANZAHL
            IF SPW-PROJEKT(SW-IDX) = SPESEN-PROJEKT
                IF SPW-ART(SW-IDX) = BSP-KATEGORIE
                    MOVE 2 TO SPW-GUETE
                    MOVE SPW-AUFSCHLAG(SW-IDX) TO SPESEN-AUFSCHLAG
                END-IF
                IF SPW-ART(SW-IDX) = "*" AND SPW-GUETE < 2
                    MOVE 1 TO SPW-GUETE
                    MOVE SPW-AUFSCHLAG(SW-IDX) TO SPESEN-AUFSCHLAG
                END-IF
            END-IF
        END-PERFORM
    END-IF
    EVALUATE TRUE
        WHEN SPESEN-NICHT-WEITERBER
            CONTINUE
        WHEN SPESEN-WEITERBERECHNEN AND SPESEN-PROJEKT NOT = SPACES
            MOVE "J" TO SPESEN-WEITER
        WHEN SPW-GUETE > 0
            MOVE "J" TO SPESEN-WEITER
    END-EVALUATE

    MOVE 0 TO SPV-IDX
    INSPECT SPV-ARTEN TALLYING SPV-IDX
        FOR CHARACTERS BEFORE INITIAL BSP-KATEGORIE
    ADD 1 TO SPV-IDX
    IF SPV-IDX > 4
        MOVE BSP-BETRAG TO SPESEN-NETTO
    ELSE
        COMPUTE SPESEN-NETTO ROUNDED =
            BSP-BETRAG * 100 / (100 + SPV-SATZ(SPV-IDX))
    END-IF
    EVALUATE TRUE
        WHEN SPESEN-IST-FAHRT
            MOVE "Spesen Fahrt" TO SPESEN-ART-TEXT
        WHEN SPESEN-IST-UEBERNACHTUNG
            MOVE "Spesen Uebernachtung" TO SPESEN-ART-TEXT
        WHEN SPESEN-IST-VERPFLEGUNG
            MOVE "Spesen Verpflegung" TO SPESEN-ART-TEXT
        WHEN OTHER
            MOVE "Spesen Sonstige" TO SPESEN-ART-TEXT
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #5.7.2 Rechnungsempfaenger des Spesenprojekts ermitteln
*> ----------------------------------------------------------------
*> Mirrors ERMITTLE-RECHNUNGSEMPFAENGER - auf Spesensaetzen liegt
*> auf BR-PROJEKT die Belegnummer, das Projekt kommt aus
*> SPESEN-PROJEKT.
ERMITTLE-SPESEN-EMPFAENGER.
    MOVE AKTUELLE-ABTEILUNG TO POSITIONS-EMPFAENGER
    IF SPESEN-PROJEKT NOT = SPACES AND PROJKD-ANZAHL > 0
        SET PK-IDX TO 1
        SEARCH PROJKD-EINTRAG
            AT END CONTINUE
            WHEN PKT-PROJEKT(PK-IDX) = SPESEN-PROJEKT
                MOVE PKT-KUNDE(PK-IDX) TO POSITIONS-EMPFAENGER
        END-SEARCH
    END-IF.


*> ================================================================
*> #5.8 Geraete- bzw. Maschinennutzung als Position bewerten
*> ================================================================
*> Menge mal Stunden- oder Tagessatz des Geraets; leistende
*> Kostenstelle ist der Eigner des Geraets, Empfaenger der Kunde
*> des Projekts. Leistungsnachweis und Kontingent gelten fuer
*> Personalstunden, nicht fuer Geraete; ein Festpreisprojekt
*> haelt auch die Geraetenutzung auf FESTPREIS.
UEBERNEHME-GERAET.
    PERFORM SUCHE-LEDGER-EINTRAG
    IF LED-POSITION > 0
     AND LDT-STATUS(LED-POSITION) NOT = "OFFEN"
        IF LDT-STATUS(LED-POSITION) = "FAKTURIERT"
            ADD 1 TO CNT-BEREITS-FAKTURIERT
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE BGE-GERAET TO GERAET-SUCHE
    PERFORM SUCHE-GERAET
    IF GERAET-POSITION = 0
        DISPLAY "WARNUNG: Geraet " BGE-GERAET " nicht in"
                " GERAETE-STAMM.DAT, Buchung " BGE-BUCHUNGS-NR
                " vom " BGE-DATUM " nicht fakturiert."
        EXIT PARAGRAPH
    END-IF

    MOVE BGE-VORNAME  TO MITARBEITER-VORNAME
    MOVE BGE-NACHNAME TO MITARBEITER-NACHNAME
    INSPECT MITARBEITER-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT MITARBEITER-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE BGE-MENGE TO ANZAHL-STUNDEN
    MOVE BGE-DATUM TO BUCHUNGS-DATUM

    PERFORM PRUEFE-FESTPREIS
    IF FESTPREIS-TREFFER = "J"
        MOVE 0 TO GESAMT-UMSATZ
        PERFORM ERZEUGE-LEDGER-EINTRAG
        IF LED-POSITION > 0
            MOVE "FESTPREIS" TO LDT-STATUS(LED-POSITION)
        END-IF
        ADD 1 TO CNT-FESTPREIS
        EXIT PARAGRAPH
    END-IF

    IF GERAET-NACH-TAGEN
        COMPUTE GESAMT-UMSATZ ROUNDED =
            BGE-MENGE * GTB-TAGESSATZ(GERAET-POSITION)
    ELSE
        COMPUTE GESAMT-UMSATZ ROUNDED =
            BGE-MENGE * GTB-STUNDENSATZ(GERAET-POSITION)
    END-IF
    PERFORM ERZEUGE-LEDGER-EINTRAG
    MOVE GTB-KOSTENSTELLE(GERAET-POSITION) TO AKTUELLE-ABTEILUNG
    PERFORM ERMITTLE-RECHNUNGSEMPFAENGER

    IF POSITION-ANZAHL < 500
        ADD 1 TO POSITION-ANZAHL
        MOVE POSITIONS-EMPFAENGER TO POS-EMPFAENGER(POSITION-ANZAHL)
        MOVE AKTUELLE-ABTEILUNG   TO POS-ABTEILUNG(POSITION-ANZAHL)
        MOVE MITARBEITER-VORNAME  TO POS-VORNAME(POSITION-ANZAHL)
        MOVE MITARBEITER-NACHNAME TO POS-NACHNAME(POSITION-ANZAHL)
        MOVE BUCHUNGS-DATUM       TO POS-DATUM(POSITION-ANZAHL)
        MOVE 0                    TO POS-STUNDEN(POSITION-ANZAHL)
        MOVE GESAMT-UMSATZ        TO POS-UMSATZ(POSITION-ANZAHL)
        IF BGE-PROJEKT = SPACES
            MOVE "OHNE" TO POS-PROJEKT(POSITION-ANZAHL)
        ELSE
            MOVE BGE-PROJEKT TO POS-PROJEKT(POSITION-ANZAHL)
        END-IF
        MOVE LED-POSITION TO POS-LEDGER-IDX(POSITION-ANZAHL)
        MOVE GTB-BEZEICHNUNG(GERAET-POSITION)
            TO POS-KARTE(POSITION-ANZAHL)
        MOVE "N"        TO POS-MEHR(POSITION-ANZAHL)
        MOVE SPACE      TO POS-SPESEN-ART(POSITION-ANZAHL)
        MOVE SPACES     TO POS-BELEG(POSITION-ANZAHL)
        MOVE 0          TO POS-AUFSCHLAG(POSITION-ANZAHL)
        MOVE BGE-GERAET TO POS-GERAET(POSITION-ANZAHL)
        MOVE BGE-EINHEIT TO POS-EINHEIT(POSITION-ANZAHL)
        MOVE BGE-MENGE  TO POS-MENGE(POSITION-ANZAHL)
        IF LED-POSITION > 0
            MOVE 0 TO LDT-RECHNUNG(LED-POSITION)
        END-IF
        ADD 1 TO CNT-GERAET
        PERFORM MERKE-EMPFAENGER
    ELSE
        DISPLAY "WARNUNG: Positionstabelle voll (500), Geraet "
                BGE-GERAET " vom " BGE-DATUM " nicht fakturiert."
    END-IF.


*> ----------------------------------------------------------------
*> #5.8.1 Geraet GERAET-SUCHE im Geraetestamm suchen
*> ----------------------------------------------------------------
SUCHE-GERAET.
    MOVE 0 TO GERAET-POSITION
    IF GERAETE-ANZAHL > 0
        SET GT-IDX TO 1
        SEARCH GERAETE-EINTRAG
            AT END CONTINUE
            WHEN GTB-NUMMER(GT-IDX) = GERAET-SUCHE
                SET GERAET-POSITION TO GT-IDX
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #5.9 Subunternehmer SUBUNT-SUCHE im Subunternehmerstamm suchen
*> ----------------------------------------------------------------
*> Ohne Treffer (Stamm fehlt) wird die Buchung wie eine
*> Arbeitsbuchung zum Firmensatz bewertet, mit Warnung.
SUCHE-SUBUNT.
    MOVE 0 TO SUBUNT-POSITION
    IF SUBUNT-ANZAHL > 0
        SET SU-IDX TO 1
        SEARCH SUBUNT-EINTRAG
            AT END CONTINUE
            WHEN SUT-NUMMER(SU-IDX) = SUBUNT-SUCHE
                SET SUBUNT-POSITION TO SU-IDX
        END-SEARCH
    END-IF
    IF SUBUNT-POSITION = 0
        DISPLAY "WARNUNG: Subunternehmer " SUBUNT-SUCHE
                " nicht in SUBUNTERNEHMER-STAMM.DAT - Firmensatz,"
                " Einkaufswert 0."
    END-IF.


*> ================================================================
*> #6 Je Empfaenger eine Rechnung schreiben und registrieren
*> ================================================================
SCHREIBE-RECHNUNGEN.
    IF LAUF-PROBE
        PERFORM VARYING EMPF-DRUCK-IDX FROM 1 BY 1
                UNTIL EMPF-DRUCK-IDX > EMPFAENGER-ANZAHL
            MOVE EMPF-CODE(EMPF-DRUCK-IDX) TO AKTUELLER-EMPFAENGER
            PERFORM SCHREIBE-EINE-RECHNUNG
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND PROJEKT-REGISTER
    IF FS-PREGISTER NOT = "00"
        OPEN OUTPUT PROJEKT-REGISTER
    END-IF
    OPEN EXTEND RECHNUNGS-REGISTER
    IF FS-REGISTER NOT = "00"
        OPEN OUTPUT RECHNUNGS-REGISTER
    END-IF
    IF FS-REGISTER NOT = "00"
        DISPLAY "Fehler beim Oeffnen RECHNUNGS-REGISTER.DAT, Status="
                FS-REGISTER
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING EMPF-DRUCK-IDX FROM 1 BY 1
                UNTIL EMPF-DRUCK-IDX > EMPFAENGER-ANZAHL
            MOVE EMPF-CODE(EMPF-DRUCK-IDX) TO AKTUELLER-EMPFAENGER
            PERFORM SCHREIBE-EINE-RECHNUNG
        END-PERFORM
        CLOSE RECHNUNGS-REGISTER
    END-IF
    IF FS-PREGISTER = "00"
        CLOSE PROJEKT-REGISTER
    END-IF.


*> ----------------------------------------------------------------
*> #6.1 Rechnung fuer AKTUELLER-EMPFAENGER erzeugen
*> ----------------------------------------------------------------
SCHREIBE-EINE-RECHNUNG.
    ADD 1 TO RECHNUNG-NR
    MOVE 0 TO RECHNUNG-STUNDEN RECHNUNG-BETRAG

    MOVE SPACES TO RECHNUNG-DATEINAME
    IF LAUF-PROBE
        STRING "ENTWURF-" RECHNUNG-NR ".TXT"
            INTO RECHNUNG-DATEINAME
        END-STRING
        MOVE "ENTWURF (Rechnung)" TO DOKUMENT-TITEL
    ELSE
        STRING "RECHNUNG-" RECHNUNG-NR ".TXT"
            INTO RECHNUNG-DATEINAME
        END-STRING
        MOVE "RECHNUNG" TO DOKUMENT-TITEL
    END-IF

    OPEN OUTPUT RECHNUNG-DOKUMENT
    IF FS-DOKUMENT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(RECHNUNG-DATEINAME) ", Status=" FS-DOKUMENT
        MOVE 1 TO RETURN-CODE
        *> Ohne Dokument ist die Nummer nicht verbraucht - die
        *> naechste Rechnung erhaelt sie, es bleibt keine Luecke.
        SUBTRACT 1 FROM RECHNUNG-NR
    ELSE
        MOVE "============================================="
            TO DOKUMENT-ZEILE
        WRITE DOKUMENT-ZEILE
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING FUNCTION TRIM(DOKUMENT-TITEL) " Nr. " RECHNUNG-NR
               "  vom " RECHNUNG-LAUFDATUM
            INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
        IF LAUF-PROBE
            PERFORM SCHREIBE-ENTWURFSHINWEIS
        END-IF
        PERFORM SCHREIBE-ANSCHRIFT
        MOVE "============================================="
            TO DOKUMENT-ZEILE
        WRITE DOKUMENT-ZEILE
        MOVE "Mitarbeiter           Datum    Std   Betrag     Preiskarte"
            TO DOKUMENT-ZEILE
        WRITE DOKUMENT-ZEILE
        MOVE "---------------------------------------------"
            INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
        PERFORM SCHREIBE-ZAHLUNGSZIEL

        IF FS-MWST-REG = "00" AND NOT LAUF-PROBE
            MOVE SPACES TO MWST-REGISTER-RECORD
            MOVE RECHNUNG-NR        TO MR-NUMMER
            MOVE RECHNUNG-LAUFDATUM TO MR-DATUM

        CLOSE RECHNUNG-DOKUMENT

        MOVE "R"             TO XR-BELEGART
        MOVE RECHNUNG-BETRAG TO XR-NETTO
        MOVE MWST-BETRAG     TO XR-STEUER
        MOVE BRUTTO-BETRAG   TO XR-BRUTTO
        MOVE SPACES TO PROBE-ERECH-HINWEIS
        PERFORM ERZEUGE-ERECHNUNG

        ADD 1 TO CNT-RECHNUNGEN
        IF LAUF-PROBE
            PERFORM SCHREIBE-PROBEZEILE
            DISPLAY "Entwurf " RECHNUNG-NR " (Rechnung) fuer "
                    FUNCTION TRIM(AKTUELLER-EMPFAENGER) ": "
                    RECHNUNG-STUNDEN " Std, " PRINT-BETRAG " EUR -> "
                    FUNCTION TRIM(RECHNUNG-DATEINAME)
            EXIT PARAGRAPH
        END-IF

        PERFORM SICHERE-ZWISCHENSTAND
        MOVE SPACES TO REGISTER-RECORD
        MOVE RECHNUNG-NR          TO REG-NUMMER
        MOVE RECHNUNG-LAUFDATUM   TO REG-DATUM
        MOVE "R"                  TO REG-ART
        MOVE 0                    TO REG-REFERENZ
        WRITE REGISTER-RECORD
        PERFORM SICHERE-REGISTERZEILE

        DISPLAY "Rechnung " RECHNUNG-NR " fuer "
                FUNCTION TRIM(AKTUELLER-EMPFAENGER) ": "
                RECHNUNG-STUNDEN " Std, " PRINT-BETRAG " EUR -> "
*> ----------------------------------------------------------------
SCHREIBE-RECHNUNGSPOSITION.
    COMPUTE PRINT-POS-BETRAG = POS-UMSATZ(POS-DRUCK-IDX)
    EVALUATE TRUE
        WHEN POS-GERAET(POS-DRUCK-IDX) NOT = SPACES
            PERFORM SCHREIBE-GERAETEPOSITION
        WHEN POS-SPESEN-ART(POS-DRUCK-IDX) NOT = SPACE
            PERFORM SCHREIBE-SPESENPOSITION
        WHEN OTHER
            MOVE SPACES TO DOKUMENT-ZEILE
            STRING POS-VORNAME(POS-DRUCK-IDX) " "
                   POS-NACHNAME(POS-DRUCK-IDX) " "
                   POS-DATUM(POS-DRUCK-IDX) " "
                   POS-STUNDEN(POS-DRUCK-IDX) "  "
                   PRINT-POS-BETRAG "  "
                   POS-KARTE(POS-DRUCK-IDX)
                INTO DOKUMENT-ZEILE
            END-STRING
            IF POS-MEHR(POS-DRUCK-IDX) = "J"
                MOVE "Mehrstd." TO DOKUMENT-ZEILE(71:8)
            END-IF
            WRITE DOKUMENT-ZEILE
    END-EVALUATE
    ADD POS-STUNDEN(POS-DRUCK-IDX) TO RECHNUNG-STUNDEN
    ADD POS-UMSATZ(POS-DRUCK-IDX)  TO RECHNUNG-BETRAG
    IF POS-LEDGER-IDX(POS-DRUCK-IDX) > 0
            TO LDT-RECHNUNG(POS-LEDGER-IDX(POS-DRUCK-IDX))
        MOVE "J" TO LED-GEAENDERT
    END-IF
    IF FS-PREGISTER = "00" AND NOT LAUF-PROBE
        MOVE SPACES TO PROJEKT-REGISTER-RECORD
        MOVE RECHNUNG-NR        TO PRG-NUMMER
        MOVE RECHNUNG-LAUFDATUM TO PRG-DATUM
        MOVE POS-STUNDEN(POS-DRUCK-IDX) TO PRG-STUNDEN
        MOVE POS-UMSATZ(POS-DRUCK-IDX)  TO PRG-BETRAG
        MOVE "R"                        TO PRG-ART
        MOVE POS-ABTEILUNG(POS-DRUCK-IDX) TO PRG-ABTEILUNG
        WRITE PROJEKT-REGISTER-RECORD
    END-IF.


*> ----------------------------------------------------------------
*> #6.2.1 Spesenposition: wie eine Leistung, aber ohne Stunden und
*> mit der Spesenart statt der Preiskarte; darunter Beleg, Projekt
*> und ein etwaiger Aufschlag
*> ----------------------------------------------------------------
SCHREIBE-SPESENPOSITION.
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING POS-VORNAME(POS-DRUCK-IDX) " "
           POS-NACHNAME(POS-DRUCK-IDX) " "
           POS-DATUM(POS-DRUCK-IDX) "   -  "
           PRINT-POS-BETRAG "  "
           POS-KARTE(POS-DRUCK-IDX)
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    IF POS-AUFSCHLAG(POS-DRUCK-IDX) > 0
        MOVE POS-AUFSCHLAG(POS-DRUCK-IDX) TO PRINT-AUFSCHLAG
        STRING "  Beleg " FUNCTION TRIM(POS-BELEG(POS-DRUCK-IDX))
               ", Projekt " FUNCTION TRIM(POS-PROJEKT(POS-DRUCK-IDX))
               ", netto zzgl. " FUNCTION TRIM(PRINT-AUFSCHLAG)
               "% Aufschlag"
            DELIMITED BY SIZE
            INTO DOKUMENT-ZEILE
        END-STRING
    ELSE
        STRING "  Beleg " FUNCTION TRIM(POS-BELEG(POS-DRUCK-IDX))
               ", Projekt " FUNCTION TRIM(POS-PROJEKT(POS-DRUCK-IDX))
            DELIMITED BY SIZE
            INTO DOKUMENT-ZEILE
        END-STRING
    END-IF
    WRITE DOKUMENT-ZEILE.


*> ----------------------------------------------------------------
*> #6.2.2 Geraeteposition: Bediener, Datum und Betrag wie eine
*> Leistung, die Geraetebezeichnung statt der Preiskarte; darunter
*> Geraetenummer, Menge mit Einheit und Projekt
*> ----------------------------------------------------------------
SCHREIBE-GERAETEPOSITION.
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING POS-VORNAME(POS-DRUCK-IDX) " "
           POS-NACHNAME(POS-DRUCK-IDX) " "
           POS-DATUM(POS-DRUCK-IDX) "   -  "
           PRINT-POS-BETRAG "  "
           POS-KARTE(POS-DRUCK-IDX)
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    MOVE POS-MENGE(POS-DRUCK-IDX) TO XR-MENGE-EDIT
    MOVE "Std" TO GERAET-EINHEIT-TEXT
    IF POS-EINHEIT(POS-DRUCK-IDX) = "T"
        MOVE "Tag(e)" TO GERAET-EINHEIT-TEXT
    END-IF
    STRING "  Geraet " POS-GERAET(POS-DRUCK-IDX)
           ", " FUNCTION TRIM(XR-MENGE-EDIT) " "
           FUNCTION TRIM(GERAET-EINHEIT-TEXT)
           ", Projekt " FUNCTION TRIM(POS-PROJEKT(POS-DRUCK-IDX))
        DELIMITED BY SIZE
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE.


*> ----------------------------------------------------------------
*> #6.3 Anschriftenblock fuer AKTUELLER-EMPFAENGER schreiben
*> ----------------------------------------------------------------
*> Kunde aus dem Kundenstamm -> Firmenname, Zusatz, Strasse,
*> PLZ/Ort, Land (nur ausserhalb DE) und USt-IdNr.; ein
*> Kostenstellen-Empfaenger behaelt die bisherige Zeile.
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
*> #6.4 Zahlungsziel und Faelligkeit unter die Rechnung schreiben
*> ----------------------------------------------------------------
*> Zahlungsziel des Kunden, ohne eigenes Ziel (oder bei
*> Kostenstellen) die Vorgabe aus ZAHLUNGSZIEL.CFG - dieselbe
*> Regel, nach der der MAHNLAUF die Faelligkeit rechnet.
SCHREIBE-ZAHLUNGSZIEL.
    PERFORM ERMITTLE-ZAHLUNGSZIEL
    MOVE SPACES TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Zahlbar ohne Abzug innerhalb von "
           RECHNUNG-ZIEL-TAGE " Tagen bis " RECHNUNG-FAELLIG "."
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE.


*> ----------------------------------------------------------------
*> #6.5 Zahlungsziel und Faelligkeitsdatum der Rechnung ermitteln
*> ----------------------------------------------------------------
ERMITTLE-ZAHLUNGSZIEL.
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
        + RECHNUNG-ZIEL-TAGE).


*> ----------------------------------------------------------------
*> #6.6 AKTUELLER-EMPFAENGER im Kundenstamm suchen
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


*> ----------------------------------------------------------------
*> #6.7 Beleg Schritt fuer Schritt festschreiben
*> ----------------------------------------------------------------
*> Die Reihenfolge ist Absicht: vor der Registerzeile das Ledger
*> und die Steuer- und Projektzeilen, dann die Registerzeile - mit
*> ihr gilt der Beleg als ausgestellt -, zuletzt der Zaehler.
*> RECHNUNG.NR steht damit nie vor dem Register; was ein Abbruch
*> dazwischen hinterlaesst, nimmt PRUEFE-ABGEBROCHENEN-LAUF im
*> naechsten Lauf zurueck.
SICHERE-ZWISCHENSTAND.
    IF LED-GEAENDERT = "J" AND LED-UEBERLAUF NOT = "J"
        PERFORM SICHERE-ABRECHNUNGS-LEDGER
        MOVE "N" TO LED-GEAENDERT
    END-IF
    IF FS-MWST-REG = "00"
        CLOSE MWST-REGISTER
        OPEN EXTEND MWST-REGISTER
    END-IF
    IF FS-PREGISTER = "00"
        CLOSE PROJEKT-REGISTER
        OPEN EXTEND PROJEKT-REGISTER
    END-IF.

SICHERE-REGISTERZEILE.
    CLOSE RECHNUNGS-REGISTER
    OPEN EXTEND RECHNUNGS-REGISTER
    IF FS-REGISTER NOT = "00"
        DISPLAY "Fehler beim Oeffnen RECHNUNGS-REGISTER.DAT, Status="
                FS-REGISTER
        MOVE 1 TO RETURN-CODE
    END-IF
    PERFORM SICHERE-RECHNUNG-NUMMER.


*> ----------------------------------------------------------------
*> #6.8 Entwurfsvermerk unter den Kopf eines Probelauf-Belegs
*> ----------------------------------------------------------------
SCHREIBE-ENTWURFSHINWEIS.
    MOVE "*** PROBELAUF - kein gueltiger Beleg. Die endgueltige"
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE "*** Nummer vergibt erst die Freigabe des Probelaufs."
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE.


*> ================================================================
*> #7 Umsatz einer Buchung berechnen
*> ================================================================
*> Mirrors BERECHNE-GESAMTUMSATZ/ERMITTLE-TAGESART in
*> stundensatz_loesung.cbl - gleiche Faktoren, gleiche Aufteilung.
BERECHNE-GESAMTUMSATZ.
    PERFORM ERMITTLE-STUNDENSATZ
    *> Preiskarte des Projekts/Kunden schlaegt den persoenlichen
    *> bzw. Firmensatz - nur hier, nicht im UMSATZ-RECHNER.
    PERFORM ERMITTLE-PREISKARTE
    PERFORM ERMITTLE-TAGESART
    IF TAETIGKEIT-ZUSCHLAG = "N"
        MOVE "N" TO TAGESART
    END-IF

    IF TAG-IST-FEIERTAG OR TAG-IST-WOCHENENDE
        MOVE ANZAHL-STUNDEN TO REGULAR-STUNDEN
        MOVE 0 TO UEBERSTUNDEN
        MOVE 0 TO UEBERSTUNDEN-UMSATZ
        IF TAG-IST-FEIERTAG
            COMPUTE REGULAR-UMSATZ ROUNDED =
                REGULAR-STUNDEN * AKTUELLER-STUNDENSATZ * FEIERTAG-FAKTOR
        ELSE
            COMPUTE REGULAR-UMSATZ ROUNDED =
                REGULAR-STUNDEN * AKTUELLER-STUNDENSATZ * WOCHENENDE-FAKTOR
        END-IF
    ELSE
        IF ANZAHL-STUNDEN > UEBERSTUNDEN-SCHWELLE
         AND TAETIGKEIT-ZUSCHLAG NOT = "N"
            MOVE UEBERSTUNDEN-SCHWELLE TO REGULAR-STUNDEN
            COMPUTE UEBERSTUNDEN = ANZAHL-STUNDEN - UEBERSTUNDEN-SCHWELLE
        ELSE
            MOVE ANZAHL-STUNDEN TO REGULAR-STUNDEN
            MOVE 0 TO UEBERSTUNDEN
        END-IF

        COMPUTE REGULAR-UMSATZ = REGULAR-STUNDEN * AKTUELLER-STUNDENSATZ
        COMPUTE UEBERSTUNDEN-UMSATZ ROUNDED =
            UEBERSTUNDEN * AKTUELLER-STUNDENSATZ * UEBERSTUNDEN-FAKTOR
    END-IF

    COMPUTE GESAMT-UMSATZ = REGULAR-UMSATZ + UEBERSTUNDEN-UMSATZ

    MOVE 0 TO NACHT-ZUSCHLAG
    IF TAETIGKEIT-ZUSCHLAG NOT = "N"
        PERFORM BERECHNE-NACHTZUSCHLAG
    END-IF
    *> Nur ein Teil der Schicht wird berechnet (Rest nach dem
    *> Stundenkontingent): Nachtzuschlag anteilig.
    IF NACHT-ZUSCHLAG > 0
     AND ANZAHL-STUNDEN < BR-STUNDEN
        COMPUTE NACHT-ZUSCHLAG ROUNDED =
            NACHT-ZUSCHLAG * ANZAHL-STUNDEN / BR-STUNDEN
    END-IF
    IF NACHT-ZUSCHLAG > 0
        ADD NACHT-ZUSCHLAG TO GESAMT-UMSATZ
    END-IF.


*> ----------------------------------------------------------------
*> #7.0.1 Nachtzuschlag fuer die Schichtzeiten der Buchung
*> ----------------------------------------------------------------
*> Mirrors BERECHNE-NACHTZUSCHLAG im UMSATZ-RECHNER, inklusive der
*> Behandlung von Schichten ueber Mitternacht.
BERECHNE-NACHTZUSCHLAG.
    MOVE 0 TO NACHT-ZUSCHLAG
    IF BR-BEGINN-ZEIT IS NUMERIC AND BR-ENDE-ZEIT IS NUMERIC
        MOVE BR-BEGINN-ZEIT(1:2) TO SCHICHT-ZEIT-STD
        MOVE BR-BEGINN-ZEIT(3:2) TO SCHICHT-ZEIT-MIN
        IF SCHICHT-ZEIT-STD < 24 AND SCHICHT-ZEIT-MIN < 60
            COMPUTE SCHICHT-BEGINN-MIN =
                SCHICHT-ZEIT-STD * 60 + SCHICHT-ZEIT-MIN
            MOVE BR-ENDE-ZEIT(1:2) TO SCHICHT-ZEIT-STD
            MOVE BR-ENDE-ZEIT(3:2) TO SCHICHT-ZEIT-MIN
            IF SCHICHT-ZEIT-STD < 24 AND SCHICHT-ZEIT-MIN < 60
                COMPUTE SCHICHT-ENDE-MIN =
                    SCHICHT-ZEIT-STD * 60 + SCHICHT-ZEIT-MIN
                IF SCHICHT-ENDE-MIN <= SCHICHT-BEGINN-MIN
                    ADD 1440 TO SCHICHT-ENDE-MIN
                END-IF

    END-IF.


*> ----------------------------------------------------------------
*> #7.0.3 Kennzeichen der Taetigkeit der aktuellen Buchung
*> ----------------------------------------------------------------
*> Mirrors ERMITTLE-TAETIGKEIT in stundensatz_loesung.cbl.
ERMITTLE-TAETIGKEIT.
    MOVE "J" TO TAETIGKEIT-FAKTURIERBAR
    MOVE "J" TO TAETIGKEIT-ARBEITSZEIT
    MOVE "J" TO TAETIGKEIT-ZUSCHLAG
    IF TAET-ANZAHL > 0 AND BR-TAETIGKEIT NOT = SPACES
        SET TA-IDX TO 1
        SEARCH TAET-EINTRAG
            AT END CONTINUE
            WHEN TAET-CODE(TA-IDX) = BR-TAETIGKEIT
                MOVE TAET-FAKTURIERBAR(TA-IDX)
                    TO TAETIGKEIT-FAKTURIERBAR
                MOVE TAET-ARBEITSZEIT(TA-IDX)
                    TO TAETIGKEIT-ARBEITSZEIT
                MOVE TAET-ZUSCHLAG(TA-IDX)
                    TO TAETIGKEIT-ZUSCHLAG
        END-SEARCH
    END-IF.


*> ================================================================
*> #7.1 Wochenende/Feiertag fuer das Buchungsdatum ermitteln
*> ================================================================
*> ================================================================
*> #7.2 Personenbezogenen Satz suchen, sonst Firmensatz nehmen
*> ================================================================
*> Subunternehmerstunden: Verrechnungssatz des Vertrags, sonst
*> Firmensatz - die Person steht in keiner Satztabelle.
ERMITTLE-STUNDENSATZ.
    MOVE BUCHUNGS-DATUM TO FSV-STICHTAG
    PERFORM ERMITTLE-FIRMENSATZ
    MOVE FIRMA-STUNDENSATZ TO AKTUELLER-STUNDENSATZ
    IF SUBUNT-POSITION > 0
        IF SUT-VERKAUFSSATZ(SUBUNT-POSITION) > 0
            MOVE SUT-VERKAUFSSATZ(SUBUNT-POSITION)
                TO AKTUELLER-STUNDENSATZ
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF STAMM-VORHANDEN = "J"
        PERFORM LIES-MITARBEITER-STAMMSATZ
        IF STAMM-TREFFER = "J" AND MA-STUNDENSATZ > 0
            MOVE MA-STUNDENSATZ TO AKTUELLER-STUNDENSATZ
        END-IF
    ELSE
        SET MS-IDX TO 1
        SEARCH MITARBEITER-SATZ-EINTRAG
            AT END CONTINUE
            WHEN MS-VORNAME(MS-IDX)  = MITARBEITER-VORNAME
             AND MS-NACHNAME(MS-IDX) = MITARBEITER-NACHNAME
                MOVE MS-SATZ(MS-IDX) TO AKTUELLER-STUNDENSATZ
        END-SEARCH
    END-IF

    *> Historienstand zum Buchungsdatum schlaegt den aktuellen
    *> Stammstand - mirrors ERMITTLE-STUNDENSATZ im UMSATZ-RECHNER.


*> ================================================================
*> #7.2.1 Preiskarte fuer die Buchung suchen
*> ================================================================
*> Reihenfolge: Karte des Projekts, dann Karte des Kunden, dem das
*> Projekt gehoert; innerhalb einer Karte schlaegt die Rollenstufe
*> des Mitarbeiters den Eintrag "*", bei mehreren gueltigen
*> Eintraegen gewinnt der mit dem juengsten GueltigAb. Ohne Treffer
*> bleibt der Satz aus ERMITTLE-STUNDENSATZ ("Standard").
ERMITTLE-PREISKARTE.
    MOVE "Standard" TO PREISKARTE-KENNUNG
    IF PREISKARTE-ANZAHL = 0 OR BR-PROJEKT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO PREISKARTE-ROLLE
    IF STAMM-VORHANDEN = "J"
        PERFORM LIES-MITARBEITER-STAMMSATZ
        IF STAMM-TREFFER = "J"
            MOVE MA-ROLLE TO PREISKARTE-ROLLE
        END-IF
    END-IF

    MOVE 0 TO PRK-BESTE-POS PRK-BESTE-GUETE PRK-BESTES-AB
    MOVE "P" TO PRK-SUCH-ART
    MOVE BR-PROJEKT TO PRK-SUCH-SCHLUESSEL
    PERFORM SUCHE-PREISKARTE

    IF PRK-BESTE-POS = 0 AND PROJKD-ANZAHL > 0
        MOVE SPACES TO PREISKARTE-KUNDE
        SET PK-IDX TO 1
        SEARCH PROJKD-EINTRAG
            AT END CONTINUE
            WHEN PKT-PROJEKT(PK-IDX) = BR-PROJEKT
                MOVE PKT-KUNDE(PK-IDX) TO PREISKARTE-KUNDE
        END-SEARCH
        IF PREISKARTE-KUNDE NOT = SPACES
            MOVE "K" TO PRK-SUCH-ART
            MOVE PREISKARTE-KUNDE TO PRK-SUCH-SCHLUESSEL
            PERFORM SUCHE-PREISKARTE
        END-IF
    END-IF

    IF PRK-BESTE-POS = 0
        EXIT PARAGRAPH
    END-IF

    IF TAETIGKEIT-IST-REISEZEIT
     AND PRK-REISESATZ(PRK-BESTE-POS) > 0
        MOVE PRK-REISESATZ(PRK-BESTE-POS) TO AKTUELLER-STUNDENSATZ
    ELSE
        MOVE PRK-SATZ(PRK-BESTE-POS) TO AKTUELLER-STUNDENSATZ
    END-IF
    MOVE SPACES TO PREISKARTE-KENNUNG
    STRING PRK-ART(PRK-BESTE-POS) ":"
           FUNCTION TRIM(PRK-SCHLUESSEL(PRK-BESTE-POS)) "/"
           FUNCTION TRIM(PRK-ROLLE(PRK-BESTE-POS))
        DELIMITED BY SIZE
        INTO PREISKARTE-KENNUNG
    END-STRING.


*> ================================================================
*> #7.2.2 Gueltige Eintraege einer Karte durchsuchen
*> ================================================================
SUCHE-PREISKARTE.
    PERFORM VARYING PRK-LAUF-IDX FROM 1 BY 1
            UNTIL PRK-LAUF-IDX > PREISKARTE-ANZAHL
        IF PRK-ART(PRK-LAUF-IDX) = PRK-SUCH-ART
         AND PRK-SCHLUESSEL(PRK-LAUF-IDX) = PRK-SUCH-SCHLUESSEL
         AND PRK-AB(PRK-LAUF-IDX) <= BUCHUNGS-DATUM
         AND (PRK-BIS(PRK-LAUF-IDX) = 0
              OR PRK-BIS(PRK-LAUF-IDX) >= BUCHUNGS-DATUM)
            MOVE 0 TO PRK-GUETE
            IF PREISKARTE-ROLLE NOT = SPACES
             AND PRK-ROLLE(PRK-LAUF-IDX) = PREISKARTE-ROLLE
                MOVE 2 TO PRK-GUETE
            END-IF
            IF PRK-ROLLE(PRK-LAUF-IDX) = "*"
                MOVE 1 TO PRK-GUETE
            END-IF
            IF PRK-GUETE > PRK-BESTE-GUETE
             OR (PRK-GUETE > 0 AND PRK-GUETE = PRK-BESTE-GUETE
                 AND PRK-AB(PRK-LAUF-IDX) > PRK-BESTES-AB)
                MOVE PRK-LAUF-IDX TO PRK-BESTE-POS
                MOVE PRK-GUETE    TO PRK-BESTE-GUETE
                MOVE PRK-AB(PRK-LAUF-IDX) TO PRK-BESTES-AB
            END-IF
        END-IF
    END-PERFORM.


*> ================================================================
*> #7.2.3 Stundenkontingent fuer die Buchung aufzehren
*> ================================================================
*> Sucht wie die Preiskarte erst das Kontingent des Projekts, dann
*> das des Kunden, jeweils mit dem Buchungsdatum im
*> Gueltigkeitszeitraum. Ist die Buchung schon einmal entnommen
*> worden (Nachweis-Nachholung, wiederholter Lauf), gilt die
*> festgehaltene Aufteilung; sonst wird der Rest des Kontingents
*> belastet und die Entnahme in KONTINGENT-VERBRAUCH.DAT
*> geschrieben. Ergebnis: KONTINGENT-STUNDEN (gedeckt) und
*> KONTINGENT-MEHR (zu fakturieren); KONTINGENT-POSITION = 0
*> heisst kein Kontingent.
ERMITTLE-KONTINGENT.
    MOVE 0 TO KONTINGENT-POSITION KONTINGENT-STUNDEN
    MOVE ANZAHL-STUNDEN TO KONTINGENT-MEHR
    IF KONTINGENT-ANZAHL = 0 OR BR-PROJEKT = SPACES
        EXIT PARAGRAPH
    END-IF

    SET KT-IDX TO 1
    SEARCH KONTINGENT-EINTRAG
        AT END CONTINUE
        WHEN KT-ART(KT-IDX) = "P"
         AND KT-SCHLUESSEL(KT-IDX) = BR-PROJEKT
         AND KT-AB(KT-IDX)  <= BUCHUNGS-DATUM
         AND KT-BIS(KT-IDX) >= BUCHUNGS-DATUM
            SET KONTINGENT-POSITION TO KT-IDX
    END-SEARCH

    IF KONTINGENT-POSITION = 0 AND PROJKD-ANZAHL > 0
        MOVE SPACES TO KONTINGENT-KUNDE
        SET PK-IDX TO 1
        SEARCH PROJKD-EINTRAG
            AT END CONTINUE
            WHEN PKT-PROJEKT(PK-IDX) = BR-PROJEKT
                MOVE PKT-KUNDE(PK-IDX) TO KONTINGENT-KUNDE
        END-SEARCH
        IF KONTINGENT-KUNDE NOT = SPACES
            SET KT-IDX TO 1
            SEARCH KONTINGENT-EINTRAG
                AT END CONTINUE
                WHEN KT-ART(KT-IDX) = "K"
                 AND KT-SCHLUESSEL(KT-IDX) = KONTINGENT-KUNDE
                 AND KT-AB(KT-IDX)  <= BUCHUNGS-DATUM
                 AND KT-BIS(KT-IDX) >= BUCHUNGS-DATUM
                    SET KONTINGENT-POSITION TO KT-IDX
            END-SEARCH
        END-IF
    END-IF

    IF KONTINGENT-POSITION = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "V" TO KVB-SUCH-VORGANG
    PERFORM SUCHE-KONTINGENT-VORGANG
    IF KVB-POSITION > 0
        MOVE KVB-STUNDEN(KVB-POSITION)     TO KONTINGENT-STUNDEN
        MOVE KVB-MEHRSTUNDEN(KVB-POSITION) TO KONTINGENT-MEHR
        EXIT PARAGRAPH
    END-IF

    COMPUTE KT-REST = KT-STUNDEN(KONTINGENT-POSITION)
                    + KT-UEBERTRAG(KONTINGENT-POSITION)
                    - KT-VERBRAUCHT(KONTINGENT-POSITION)
    IF KT-REST <= 0
        MOVE 0 TO KONTINGENT-STUNDEN
    ELSE
        IF KT-REST >= ANZAHL-STUNDEN
            MOVE ANZAHL-STUNDEN TO KONTINGENT-STUNDEN
        ELSE
            MOVE KT-REST TO KONTINGENT-STUNDEN
        END-IF
    END-IF
    COMPUTE KONTINGENT-MEHR = ANZAHL-STUNDEN - KONTINGENT-STUNDEN
    ADD KONTINGENT-STUNDEN TO KT-VERBRAUCHT(KONTINGENT-POSITION)
    ADD KONTINGENT-MEHR    TO KT-MEHRSTUNDEN(KONTINGENT-POSITION)

    MOVE "V" TO KVN-VORGANG
    MOVE KT-ART(KONTINGENT-POSITION)       TO KVN-ART
    MOVE KT-SCHLUESSEL(KONTINGENT-POSITION) TO KVN-SCHLUESSEL
    MOVE KT-AB(KONTINGENT-POSITION)        TO KVN-AB
    MOVE KONTINGENT-STUNDEN TO KVN-STUNDEN
    MOVE KONTINGENT-MEHR    TO KVN-MEHRSTUNDEN
    PERFORM SCHREIBE-KONTINGENT-VORGANG.


*> ================================================================
*> #7.2.4 Entnahme eines Stornos ins Kontingent zurueckbuchen
*> ================================================================
*> Zurueck geht hoechstens, was die Originalbuchung entnommen hat,
*> und je Buchung nur einmal. KONTINGENT-STUNDEN = zurueckgebuchte
*> Stunden (0 = Buchung lief nicht ueber ein Kontingent).
KONTINGENT-RUECKBUCHUNG.
    MOVE 0 TO KONTINGENT-STUNDEN
    IF KVB-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "R" TO KVB-SUCH-VORGANG
    PERFORM SUCHE-KONTINGENT-VORGANG
    IF KVB-POSITION > 0
        EXIT PARAGRAPH
    END-IF
    MOVE "V" TO KVB-SUCH-VORGANG
    PERFORM SUCHE-KONTINGENT-VORGANG
    IF KVB-POSITION = 0 OR KVB-STUNDEN(KVB-POSITION) = 0
        EXIT PARAGRAPH
    END-IF

    IF BR-STUNDEN < KVB-STUNDEN(KVB-POSITION)
        MOVE BR-STUNDEN TO KONTINGENT-STUNDEN
    ELSE
        MOVE KVB-STUNDEN(KVB-POSITION) TO KONTINGENT-STUNDEN
    END-IF

    SET KT-IDX TO 1
    SEARCH KONTINGENT-EINTRAG
        AT END CONTINUE
        WHEN KT-ART(KT-IDX) = KVB-ART(KVB-POSITION)
         AND KT-SCHLUESSEL(KT-IDX) = KVB-SCHLUESSEL(KVB-POSITION)
         AND KT-AB(KT-IDX) = KVB-AB(KVB-POSITION)
            SUBTRACT KONTINGENT-STUNDEN FROM KT-VERBRAUCHT(KT-IDX)
    END-SEARCH

    MOVE "R" TO KVN-VORGANG
    MOVE KVB-ART(KVB-POSITION)       TO KVN-ART
    MOVE KVB-SCHLUESSEL(KVB-POSITION) TO KVN-SCHLUESSEL
    MOVE KVB-AB(KVB-POSITION)        TO KVN-AB
    MOVE KONTINGENT-STUNDEN TO KVN-STUNDEN
    MOVE 0                  TO KVN-MEHRSTUNDEN
    PERFORM SCHREIBE-KONTINGENT-VORGANG

    *> Ganz gedeckte und ganz stornierte Buchung: Ledgereintrag
    *> faellt heraus.
    IF LED-ANZAHL > 0
     AND KONTINGENT-STUNDEN = KVB-STUNDEN(KVB-POSITION)
        SET LD-IDX TO 1
        SEARCH LED-EINTRAG
            AT END CONTINUE
            WHEN LDT-BUCHUNGS-NR(LD-IDX) = BR-BUCHUNGS-NR
             AND LDT-DATUM(LD-IDX)      = BR-DATUM
             AND LDT-VORNAME-M(LD-IDX)  = BR-VORNAME
             AND LDT-NACHNAME-M(LD-IDX) = BR-NACHNAME
             AND LDT-STATUS(LD-IDX)     = "KONTINGENT"
                MOVE "STORNIERT" TO LDT-STATUS(LD-IDX)
                MOVE "J" TO LED-GEAENDERT
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #7.2.5 Festgehaltenen Vorgang zur aktuellen Buchung suchen
*> ----------------------------------------------------------------
SUCHE-KONTINGENT-VORGANG.
    MOVE 0 TO KVB-POSITION
    IF KVB-ANZAHL > 0
        SET KVB-IDX TO 1
        SEARCH KVB-EINTRAG
            AT END CONTINUE
            WHEN KVB-VORGANG(KVB-IDX)     = KVB-SUCH-VORGANG
             AND KVB-BUCHUNGS-NR(KVB-IDX) = BR-BUCHUNGS-NR
             AND KVB-DATUM(KVB-IDX)       = BR-DATUM
             AND KVB-VORNAME-M(KVB-IDX)   = BR-VORNAME
             AND KVB-NACHNAME-M(KVB-IDX)  = BR-NACHNAME
                SET KVB-POSITION TO KVB-IDX
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #7.2.6 Vorgang schreiben und im Speicher nachfuehren
*> ----------------------------------------------------------------
*> Erwartet die KVN-Felder; der Buchungsschluessel kommt aus dem
*> aktuellen Satz.
SCHREIBE-KONTINGENT-VORGANG.
    IF KV-OFFEN NOT = "J" AND NOT LAUF-PROBE
        OPEN EXTEND KONTINGENT-VERBRAUCH
        IF FS-KVERBRAUCH NOT = "00"
            OPEN OUTPUT KONTINGENT-VERBRAUCH
        END-IF
        IF FS-KVERBRAUCH NOT = "00"
            DISPLAY "Fehler beim Oeffnen KONTINGENT-VERBRAUCH.DAT,"
                    " Status=" FS-KVERBRAUCH
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE "J" TO KV-OFFEN
    END-IF
    MOVE SPACES TO KONTINGENT-VERBRAUCH-RECORD
    MOVE WS-LAUFDATUM    TO KV-LAUFDATUM
    MOVE KVN-VORGANG     TO KV-VORGANG
    MOVE KVN-ART         TO KV-ART
    MOVE KVN-SCHLUESSEL  TO KV-SCHLUESSEL
    MOVE KVN-AB          TO KV-AB
    MOVE BR-BUCHUNGS-NR  TO KV-BUCHUNGS-NR
    MOVE BR-VORNAME      TO KV-VORNAME-M
    MOVE BR-NACHNAME     TO KV-NACHNAME-M
    MOVE BR-DATUM        TO KV-DATUM
    MOVE KVN-STUNDEN     TO KV-STUNDEN
    MOVE KVN-MEHRSTUNDEN TO KV-MEHRSTUNDEN
    *> Im Probelauf nur im Speicher nachfuehren.
    IF NOT LAUF-PROBE
        WRITE KONTINGENT-VERBRAUCH-RECORD
    END-IF
    PERFORM MERKE-KONTINGENT-VORGANG.

MERKE-KONTINGENT-VORGANG.
    IF KVB-ANZAHL >= 2000
        IF KVB-UEBERLAUF NOT = "J"
            MOVE "J" TO KVB-UEBERLAUF
            DISPLAY "WARNUNG: Kontingenttabelle voll (2000) -"
                    " weitere Vorgaenge nicht mehr abgeglichen."
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO KVB-ANZAHL
    MOVE KV-VORGANG     TO KVB-VORGANG(KVB-ANZAHL)
    MOVE KV-ART         TO KVB-ART(KVB-ANZAHL)
    MOVE KV-SCHLUESSEL  TO KVB-SCHLUESSEL(KVB-ANZAHL)
    MOVE KV-AB          TO KVB-AB(KVB-ANZAHL)
    MOVE KV-BUCHUNGS-NR TO KVB-BUCHUNGS-NR(KVB-ANZAHL)
    MOVE KV-VORNAME-M   TO KVB-VORNAME-M(KVB-ANZAHL)
    MOVE KV-NACHNAME-M  TO KVB-NACHNAME-M(KVB-ANZAHL)
    MOVE KV-DATUM       TO KVB-DATUM(KVB-ANZAHL)
    MOVE KV-STUNDEN     TO KVB-STUNDEN(KVB-ANZAHL)
    MOVE KV-MEHRSTUNDEN TO KVB-MEHRSTUNDEN(KVB-ANZAHL).


*> ================================================================
*> #7.3 Abteilung/Kostenstelle des aktuellen Mitarbeiters ermitteln
*> ================================================================
*> Bei Subunternehmerstunden die Kostenstelle des Vertrags.
ERMITTLE-ABTEILUNG.
    MOVE "ALLG" TO AKTUELLE-ABTEILUNG
    IF SUBUNT-POSITION > 0
        IF SUT-KOSTENSTELLE(SUBUNT-POSITION) NOT = SPACES
            MOVE SUT-KOSTENSTELLE(SUBUNT-POSITION)
                TO AKTUELLE-ABTEILUNG
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF STAMM-VORHANDEN = "J"
        PERFORM LIES-MITARBEITER-STAMMSATZ
        IF STAMM-TREFFER = "J" AND MA-ABTEILUNG NOT = SPACES
            MOVE MA-ABTEILUNG TO AKTUELLE-ABTEILUNG
        END-IF
    ELSE
        SET ABT-IDX TO 1
        SEARCH ABTEILUNG-EINTRAG
            AT END CONTINUE
            WHEN ABT-VORNAME(ABT-IDX)  = MITARBEITER-VORNAME
             AND ABT-NACHNAME(ABT-IDX) = MITARBEITER-NACHNAME
                MOVE ABT-CODE(ABT-IDX) TO AKTUELLE-ABTEILUNG
        END-SEARCH
    END-IF

    IF SHIST-ANZAHL > 0
     AND BUCHUNGS-DATUM IS NUMERIC AND BUCHUNGS-DATUM > 0
        PERFORM SUCHE-HISTORIEN-STAND
        IF SHIST-BESTES-AB > 0 AND SHIST-BESTE-ABT NOT = SPACES
            MOVE SHIST-BESTE-ABT TO AKTUELLE-ABTEILUNG
        END-IF
    END-IF.


*> ================================================================
*> #7.3.1 Historienstand zum Buchungsdatum suchen
*> ================================================================
*> Mirrors SUCHE-HISTORIEN-STAND im UMSATZ-RECHNER.
SUCHE-HISTORIEN-STAND.
    MOVE 0 TO SHIST-BESTES-AB SHIST-BESTER-SATZ
    MOVE SPACES TO SHIST-BESTE-ABT
    PERFORM VARYING SHIST-SCAN-IDX FROM 1 BY 1
            UNTIL SHIST-SCAN-IDX > SHIST-ANZAHL
        IF SHT-VORNAME(SHIST-SCAN-IDX)  = MITARBEITER-VORNAME
         AND SHT-NACHNAME(SHIST-SCAN-IDX) = MITARBEITER-NACHNAME
         AND SHT-GUELTIG-AB(SHIST-SCAN-IDX) <= BUCHUNGS-DATUM
         AND SHT-GUELTIG-AB(SHIST-SCAN-IDX) >= SHIST-BESTES-AB
            MOVE SHT-GUELTIG-AB(SHIST-SCAN-IDX) TO SHIST-BESTES-AB
            MOVE SHT-SATZ(SHIST-SCAN-IDX)      TO SHIST-BESTER-SATZ
            MOVE SHT-ABTEILUNG(SHIST-SCAN-IDX) TO SHIST-BESTE-ABT
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.3.2 Stammsatz des aktuellen Mitarbeiters lesen
*> ----------------------------------------------------------------
*> Per Namensschluessel nach STAMM-RECORD; STAMM-TREFFER = "J" nur
*> fuer aktive Mitarbeiter, wie zuvor beim Laden der Tabellen.
*> Folgen mehrere Abfragen fuer denselben Namen, wird nur einmal
*> gelesen.
LIES-MITARBEITER-STAMMSATZ.
    IF MITARBEITER-VORNAME  = STAMM-SUCH-VORNAME
     AND MITARBEITER-NACHNAME = STAMM-SUCH-NACHNAME
        EXIT PARAGRAPH
    END-IF
    MOVE MITARBEITER-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE MITARBEITER-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND NOT MA-IST-AKTIV
        MOVE "N" TO STAMM-TREFFER
    END-IF.


*> ================================================================
*> #8 Firmen-Stundensatz aus Steuerdatei laden
*> ================================================================
LOAD-STUNDENSATZ.
    MOVE 0 TO FSV-ANZAHL
    MOVE "N" TO FSV-EOF-FLAG
    OPEN INPUT STUNDENSATZ-CFG
    IF FS-STUNDENSATZ-CFG = "00"
        PERFORM UNTIL FSV-EOF-FLAG = "Y"
            READ STUNDENSATZ-CFG
                AT END MOVE "Y" TO FSV-EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-FIRMENSATZ-STAND
            END-READ
        END-PERFORM
        CLOSE STUNDENSATZ-CFG
    END-IF
    PERFORM ERMITTLE-FIRMENSATZ.


*> ----------------------------------------------------------------
*> #8.0.1 Eine Zeile der STUNDENSATZ.CFG als Stand uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-FIRMENSATZ-STAND.
    IF STUNDENSATZ-CFG-ZEILE = SPACES OR FSV-ANZAHL >= 50
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FSV-DATUM-RAW FSV-SATZ-RAW
    UNSTRING FUNCTION TRIM(STUNDENSATZ-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO FSV-DATUM-RAW FSV-SATZ-RAW
    END-UNSTRING
    *> Bisheriges Format: nur der Satz, gilt seit jeher.
    IF FSV-SATZ-RAW = SPACES
        MOVE FSV-DATUM-RAW TO FSV-SATZ-RAW
        MOVE ZEROS TO FSV-DATUM-RAW
    END-IF
    IF FSV-DATUM-RAW IS NUMERIC
     AND FUNCTION TRIM(FSV-SATZ-RAW) IS NUMERIC
        ADD 1 TO FSV-ANZAHL
        MOVE FSV-DATUM-RAW TO FSV-GUELTIG-AB(FSV-ANZAHL)
        MOVE FUNCTION TRIM(FSV-SATZ-RAW) TO FSV-SATZ(FSV-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #8.0.2 Am Stichtag gueltigen Firmensatz ermitteln
*> ----------------------------------------------------------------
ERMITTLE-FIRMENSATZ.
    IF FSV-STICHTAG IS NOT NUMERIC OR FSV-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO FSV-STICHTAG
    END-IF
    MOVE FSV-VORGABE TO FIRMA-STUNDENSATZ
    MOVE 0 TO FSV-BESTES-AB
    PERFORM VARYING FSV-SCAN-IDX FROM 1 BY 1
            UNTIL FSV-SCAN-IDX > FSV-ANZAHL
        IF FSV-GUELTIG-AB(FSV-SCAN-IDX) <= FSV-STICHTAG
         AND FSV-GUELTIG-AB(FSV-SCAN-IDX) >= FSV-BESTES-AB
            MOVE FSV-GUELTIG-AB(FSV-SCAN-IDX) TO FSV-BESTES-AB
            MOVE FSV-SATZ(FSV-SCAN-IDX) TO FIRMA-STUNDENSATZ
        END-IF
    END-PERFORM.


*> ================================================================
*> #8.1 Konsolidierten Mitarbeiterstamm bereitstellen (Satz + Abteilung)
*> ================================================================
*> Gelesen wird je Buchung (#7.3.2); hier nur, ob ein Stamm da ist
*> - sonst gelten MITARBEITER-SATZ.CFG und ABTEILUNG.CFG.
*> Mirrors PRUEFE-MITARBEITER-STAMM in stundensatz_loesung.cbl.
PRUEFE-MITARBEITER-STAMM.
    MOVE "N" TO STAMM-VORHANDEN
    MOVE HIGH-VALUES TO STAMM-SUCH-VORNAME
    PERFORM OEFFNE-STAMM
    IF STAMM-INDEX-OFFEN = "J"
        MOVE "J" TO STAMM-VORHANDEN
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        CLOSE MITARBEITER-STAMM
        MOVE "J" TO STAMM-VORHANDEN
    END-IF.


*> ----------------------------------------------------------------
*> #8.1.1 Indizierten Stamm oeffnen, falls aufgebaut
*> ----------------------------------------------------------------
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #8.1.2 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #8.1.3 Durchlauf durch den ganzen Stamm beginnen
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
*> #8.1.4 Naechsten Stammsatz des Durchlaufs lesen
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
*> #8.1.5 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #8.1.6 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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


*> ================================================================
*> #8.2 Rueckfallebene: personenbezogene Saetze aus Steuerdatei
*> ================================================================
LOAD-MITARBEITER-SAETZE.
    OPEN INPUT MITARBEITER-SATZ-CFG
    IF FS-MITARBEITER-SATZ = "00"
        MOVE "N" TO MS-EOF-FLAG
        PERFORM UNTIL MS-EOF-FLAG = "Y"
    END-IF.


*> ================================================================
*> #8.4.1 Taetigkeitskatalog laden
*> ================================================================
LOAD-TAETIGKEIT-CFG.
    MOVE 0 TO TAET-ANZAHL
    OPEN INPUT TAETIGKEIT-CFG
    IF FS-TAETIGKEIT-CFG = "00"
        MOVE "N" TO TAET-EOF-FLAG
        PERFORM UNTIL TAET-EOF-FLAG = "Y"
            READ TAETIGKEIT-CFG
                AT END MOVE "Y" TO TAET-EOF-FLAG
            END-READ

            IF TAET-EOF-FLAG NOT = "Y"
             AND TAETIGKEIT-CFG-ZEILE NOT = SPACES
             AND TAETIGKEIT-CFG-ZEILE(1:1) NOT = "*"
             AND TAET-ANZAHL < 100
                ADD 1 TO TAET-ANZAHL
                MOVE SPACES TO TAET-EINTRAG(TAET-ANZAHL)
                UNSTRING FUNCTION TRIM(TAETIGKEIT-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO TAET-CODE(TAET-ANZAHL)
                         TAET-FAKTURIERBAR(TAET-ANZAHL)
                         TAET-ARBEITSZEIT(TAET-ANZAHL)
                         TAET-ZUSCHLAG(TAET-ANZAHL)
                END-UNSTRING
            END-IF
        END-PERFORM
        CLOSE TAETIGKEIT-CFG
    END-IF.


*> ================================================================
*> #8.5 Gueltigkeitshistorie laden
*> ================================================================
*> (maskierten) Namen auf das Original; steht es im Ledger auf
*> FAKTURIERT, wird die Ruecknahme zum Satz des Originals
*> bewertet und als Gutschrift vorgemerkt. Der Ledgerstatus
*> wechselt erst mit der geschriebenen Gutschrift auf GUTGESCHR.
*> (mit ihrer Nummer in LDT-GUTSCHRIFT) - bricht der Lauf vorher
*> ab, nimmt der naechste Lauf den Storno wieder auf. Ein zweiter
*> Storno derselben Position im selben Lauf wird nicht noch
*> einmal vorgemerkt.
PRUEFE-STORNO-GUTSCHRIFT.
    *> Aus einem Kontingent gedeckte Stunden gehen zuerst dorthin
    *> zurueck; gutgeschrieben wird nur der Rest.
    PERFORM KONTINGENT-RUECKBUCHUNG
    IF KONTINGENT-STUNDEN >= BR-STUNDEN AND KONTINGENT-STUNDEN > 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO LED-POSITION
    IF LED-ANZAHL > 0
        SET LD-IDX TO 1
        END-SEARCH
    END-IF
    IF LED-POSITION = 0
        PERFORM STORNIERE-NACHWEIS-POSITION
        EXIT PARAGRAPH
    END-IF

        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT MITARBEITER-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE BR-DATUM   TO BUCHUNGS-DATUM
    *> Eine Fremdleistung wird zum Satz ihres Subunternehmers
    *> gutgeschrieben (Nummer aus dem Ledger).
    MOVE 0 TO SUBUNT-POSITION
    IF LDT-SATZART(LED-POSITION) = "F"
        MOVE LDT-GERAET(LED-POSITION) TO SUBUNT-SUCHE
        PERFORM SUCHE-SUBUNT
    END-IF
    *> Weiterberechnete Spesen werden mit dem berechneten Betrag
    *> voll gutgeschrieben - ohne Stunden und Satzbewertung.
    *> Ebenso eine berechnete Geraetenutzung; die Kostenstelle
    *> ist dann der Eigner des Geraets.
    EVALUATE LDT-SATZART(LED-POSITION)
        WHEN "S"
            MOVE 0 TO ANZAHL-STUNDEN
            MOVE LDT-BETRAG(LED-POSITION)  TO GESAMT-UMSATZ
            MOVE LDT-PROJEKT(LED-POSITION) TO SPESEN-PROJEKT
            PERFORM ERMITTLE-ABTEILUNG
            PERFORM ERMITTLE-SPESEN-EMPFAENGER
        WHEN "G"
            MOVE 0 TO ANZAHL-STUNDEN
            MOVE LDT-BETRAG(LED-POSITION)  TO GESAMT-UMSATZ
            MOVE LDT-PROJEKT(LED-POSITION) TO SPESEN-PROJEKT
            MOVE LDT-GERAET(LED-POSITION)  TO GERAET-SUCHE
            PERFORM SUCHE-GERAET
            IF GERAET-POSITION > 0
                MOVE GTB-KOSTENSTELLE(GERAET-POSITION)
                    TO AKTUELLE-ABTEILUNG
            ELSE
                PERFORM ERMITTLE-ABTEILUNG
            END-IF
            PERFORM ERMITTLE-SPESEN-EMPFAENGER
        WHEN OTHER
            COMPUTE ANZAHL-STUNDEN = BR-STUNDEN - KONTINGENT-STUNDEN
            PERFORM ERMITTLE-TAETIGKEIT
            PERFORM BERECHNE-GESAMTUMSATZ
            PERFORM ERMITTLE-ABTEILUNG
            PERFORM ERMITTLE-RECHNUNGSEMPFAENGER
    END-EVALUATE

    IF GUT-ANZAHL > 0
        SET GU-IDX TO 1
        SEARCH GUT-EINTRAG
            AT END CONTINUE
            WHEN GUT-LEDGER-IDX(GU-IDX) = LED-POSITION
                EXIT PARAGRAPH
        END-SEARCH
    END-IF

    IF GUT-ANZAHL < 200
        ADD 1 TO GUT-ANZAHL
        MOVE LDT-RECHNUNG(LED-POSITION)
            TO GUT-ORIG-RECHNUNG(GUT-ANZAHL)
        MOVE POSITIONS-EMPFAENGER TO GUT-EMPFAENGER(GUT-ANZAHL)
        MOVE AKTUELLE-ABTEILUNG   TO GUT-ABTEILUNG(GUT-ANZAHL)
        MOVE MITARBEITER-VORNAME  TO GUT-VORNAME(GUT-ANZAHL)
        MOVE MITARBEITER-NACHNAME TO GUT-NACHNAME(GUT-ANZAHL)
        MOVE BUCHUNGS-DATUM TO GUT-DATUM(GUT-ANZAHL)
        MOVE ANZAHL-STUNDEN TO GUT-STUNDEN(GUT-ANZAHL)
        MOVE GESAMT-UMSATZ  TO GUT-BETRAG(GUT-ANZAHL)
        MOVE SPACES TO GUT-GERAET(GUT-ANZAHL)
        MOVE SPACE  TO GUT-EINHEIT(GUT-ANZAHL)
        MOVE 0      TO GUT-MENGE(GUT-ANZAHL)
        EVALUATE LDT-SATZART(LED-POSITION)
            WHEN "S"
                MOVE SPESEN-PROJEKT TO GUT-PROJEKT(GUT-ANZAHL)
                MOVE "J" TO GUT-SPESEN(GUT-ANZAHL)
            WHEN "G"
                IF SPESEN-PROJEKT = SPACES
                    MOVE "OHNE" TO GUT-PROJEKT(GUT-ANZAHL)
                ELSE
                    MOVE SPESEN-PROJEKT TO GUT-PROJEKT(GUT-ANZAHL)
                END-IF
                MOVE "N" TO GUT-SPESEN(GUT-ANZAHL)
                MOVE LDT-GERAET(LED-POSITION)
                    TO GUT-GERAET(GUT-ANZAHL)
                MOVE LDT-EINHEIT(LED-POSITION)
                    TO GUT-EINHEIT(GUT-ANZAHL)
                MOVE LDT-STUNDEN(LED-POSITION)
                    TO GUT-MENGE(GUT-ANZAHL)
            WHEN OTHER
                IF BR-PROJEKT = SPACES
                    MOVE "OHNE" TO GUT-PROJEKT(GUT-ANZAHL)
                ELSE
                    MOVE BR-PROJEKT TO GUT-PROJEKT(GUT-ANZAHL)
                END-IF
                MOVE "N" TO GUT-SPESEN(GUT-ANZAHL)
        END-EVALUATE
        MOVE LED-POSITION TO GUT-LEDGER-IDX(GUT-ANZAHL)
    ELSE
        DISPLAY "WARNUNG: Gutschrifttabelle voll (200), Storno"
                " nicht gutgeschrieben."
*> #8.5.2 Vorgemerkte Gutschriften schreiben und registrieren
*> ================================================================
SCHREIBE-GUTSCHRIFTEN.
    IF LAUF-PROBE
        PERFORM VARYING GUT-DRUCK-IDX FROM 1 BY 1
                UNTIL GUT-DRUCK-IDX > GUT-ANZAHL
            PERFORM SCHREIBE-EINE-GUTSCHRIFT
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND RECHNUNGS-REGISTER
    IF FS-REGISTER NOT = "00"
        OPEN OUTPUT RECHNUNGS-REGISTER
SCHREIBE-EINE-GUTSCHRIFT.
    ADD 1 TO RECHNUNG-NR
    MOVE SPACES TO RECHNUNG-DATEINAME
    IF LAUF-PROBE
        STRING "ENTWURF-" RECHNUNG-NR ".TXT"
            INTO RECHNUNG-DATEINAME
        END-STRING
        MOVE "ENTWURF (Gutschrift)" TO DOKUMENT-TITEL
    ELSE
        STRING "GUTSCHRIFT-" RECHNUNG-NR ".TXT"
            INTO RECHNUNG-DATEINAME
        END-STRING
        MOVE "GUTSCHRIFT" TO DOKUMENT-TITEL
    END-IF

    OPEN OUTPUT RECHNUNG-DOKUMENT
    IF FS-DOKUMENT NOT = "00"
                FUNCTION TRIM(RECHNUNG-DATEINAME)
                ", Status=" FS-DOKUMENT
        MOVE 1 TO RETURN-CODE
        SUBTRACT 1 FROM RECHNUNG-NR
        EXIT PARAGRAPH
    END-IF

    MOVE "=============================================" TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING FUNCTION TRIM(DOKUMENT-TITEL) " Nr. " RECHNUNG-NR
           "  vom " RECHNUNG-LAUFDATUM
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    IF LAUF-PROBE
        PERFORM SCHREIBE-ENTWURFSHINWEIS
    END-IF
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Zur Rechnung Nr. "
           GUT-ORIG-RECHNUNG(GUT-DRUCK-IDX)
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE GUT-EMPFAENGER(GUT-DRUCK-IDX) TO AKTUELLER-EMPFAENGER
    PERFORM SCHREIBE-ANSCHRIFT
    MOVE "=============================================" TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    COMPUTE PRINT-POS-BETRAG = GUT-BETRAG(GUT-DRUCK-IDX)
    MOVE SPACES TO DOKUMENT-ZEILE
    EVALUATE TRUE
        WHEN GUT-SPESEN(GUT-DRUCK-IDX) = "J"
            STRING "Stornierte Spesen "
                   GUT-VORNAME(GUT-DRUCK-IDX) " "
                   GUT-NACHNAME(GUT-DRUCK-IDX) " vom "
                   GUT-DATUM(GUT-DRUCK-IDX) ", Projekt "
                   GUT-PROJEKT(GUT-DRUCK-IDX)
                INTO DOKUMENT-ZEILE
            END-STRING
        WHEN GUT-GERAET(GUT-DRUCK-IDX) NOT = SPACES
            MOVE "Std" TO GERAET-EINHEIT-TEXT
            IF GUT-EINHEIT(GUT-DRUCK-IDX) = "T"
                MOVE "Tag(e)" TO GERAET-EINHEIT-TEXT
            END-IF
            STRING "Storniertes Geraet "
                   GUT-GERAET(GUT-DRUCK-IDX) " vom "
                   GUT-DATUM(GUT-DRUCK-IDX) ", "
                   GUT-MENGE(GUT-DRUCK-IDX) " "
                   FUNCTION TRIM(GERAET-EINHEIT-TEXT) ", Projekt "
                   GUT-PROJEKT(GUT-DRUCK-IDX)
                DELIMITED BY SIZE
                INTO DOKUMENT-ZEILE
            END-STRING
        WHEN OTHER
            STRING "Stornierte Leistung "
                   GUT-VORNAME(GUT-DRUCK-IDX) " "
                   GUT-NACHNAME(GUT-DRUCK-IDX) " vom "
                   GUT-DATUM(GUT-DRUCK-IDX) ", "
                   GUT-STUNDEN(GUT-DRUCK-IDX) " Std"
                INTO DOKUMENT-ZEILE
            END-STRING
    END-EVALUATE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Gutschriftsbetrag (netto): " PRINT-POS-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    IF FS-MWST-REG = "00" AND NOT LAUF-PROBE
        MOVE SPACES TO MWST-REGISTER-RECORD
        MOVE RECHNUNG-NR        TO MR-NUMMER
        MOVE RECHNUNG-LAUFDATUM TO MR-DATUM
    END-IF
    CLOSE RECHNUNG-DOKUMENT

    MOVE "G"                       TO XR-BELEGART
    MOVE GUT-BETRAG(GUT-DRUCK-IDX) TO XR-NETTO
    MOVE MWST-BETRAG               TO XR-STEUER
    COMPUTE XR-BRUTTO = XR-NETTO + XR-STEUER
    MOVE SPACES TO PROBE-ERECH-HINWEIS
    PERFORM ERZEUGE-ERECHNUNG

    ADD 1 TO CNT-GUTSCHRIFTEN
    IF LAUF-PROBE
        MOVE GUT-STUNDEN(GUT-DRUCK-IDX) TO RECHNUNG-STUNDEN
        PERFORM SCHREIBE-PROBEZEILE
        DISPLAY "Entwurf " RECHNUNG-NR " (Gutschrift) zur Rechnung "
                GUT-ORIG-RECHNUNG(GUT-DRUCK-IDX) " -> "
                FUNCTION TRIM(RECHNUNG-DATEINAME)
        EXIT PARAGRAPH
    END-IF

    IF FS-PREGISTER = "00"
        MOVE SPACES TO PROJEKT-REGISTER-RECORD
        MOVE GUT-STUNDEN(GUT-DRUCK-IDX) TO PRG-STUNDEN
        MOVE GUT-BETRAG(GUT-DRUCK-IDX)  TO PRG-BETRAG
        MOVE "G" TO PRG-ART
        MOVE GUT-ABTEILUNG(GUT-DRUCK-IDX) TO PRG-ABTEILUNG
        WRITE PROJEKT-REGISTER-RECORD
    END-IF

    MOVE "GUTGESCHR." TO LDT-STATUS(GUT-LEDGER-IDX(GUT-DRUCK-IDX))
    MOVE RECHNUNG-NR TO LDT-GUTSCHRIFT(GUT-LEDGER-IDX(GUT-DRUCK-IDX))
    MOVE "J" TO LED-GEAENDERT

    *> Die Registerzeile zuletzt - mit ihr gilt die Gutschrift als
    *> ausgestellt.
    PERFORM SICHERE-ZWISCHENSTAND
    MOVE SPACES TO REGISTER-RECORD
    MOVE RECHNUNG-NR        TO REG-NUMMER
    MOVE RECHNUNG-LAUFDATUM TO REG-DATUM
    MOVE GUT-EMPFAENGER(GUT-DRUCK-IDX) TO REG-EMPFAENGER
    MOVE GUT-STUNDEN(GUT-DRUCK-IDX)    TO REG-STUNDEN
    MOVE GUT-BETRAG(GUT-DRUCK-IDX)     TO REG-BETRAG
    MOVE "G" TO REG-ART
    MOVE GUT-ORIG-RECHNUNG(GUT-DRUCK-IDX) TO REG-REFERENZ
    WRITE REGISTER-RECORD
    PERFORM SICHERE-REGISTERZEILE

    DISPLAY "Gutschrift " RECHNUNG-NR " zur Rechnung "
            GUT-ORIG-RECHNUNG(GUT-DRUCK-IDX) " -> "
            FUNCTION TRIM(RECHNUNG-DATEINAME).
        MOVE GESAMT-UMSATZ  TO LDT-BETRAG(LED-ANZAHL)
        MOVE "OFFEN"        TO LDT-STATUS(LED-ANZAHL)
        MOVE 0              TO LDT-RECHNUNG(LED-ANZAHL)
        MOVE 0              TO LDT-GUTSCHRIFT(LED-ANZAHL)
        MOVE SPACES TO LDT-GERAET(LED-ANZAHL)
        MOVE SPACE  TO LDT-EINHEIT(LED-ANZAHL)
        EVALUATE TRUE
            WHEN SATZ-IST-SPESEN
                MOVE "S"          TO LDT-SATZART(LED-ANZAHL)
                MOVE BSP-PROJEKT  TO LDT-PROJEKT(LED-ANZAHL)
                MOVE SPESEN-NETTO TO LDT-KOSTEN(LED-ANZAHL)
            WHEN SATZ-IST-GERAET
                MOVE "G"          TO LDT-SATZART(LED-ANZAHL)
                MOVE BGE-PROJEKT  TO LDT-PROJEKT(LED-ANZAHL)
                MOVE 0            TO LDT-KOSTEN(LED-ANZAHL)
                MOVE BGE-GERAET   TO LDT-GERAET(LED-ANZAHL)
                MOVE BGE-EINHEIT  TO LDT-EINHEIT(LED-ANZAHL)
            WHEN SATZ-IST-SUBUNTERNEHMER
                MOVE "F"          TO LDT-SATZART(LED-ANZAHL)
                MOVE BSU-PROJEKT  TO LDT-PROJEKT(LED-ANZAHL)
                MOVE BSU-SUBUNTERNEHMER TO LDT-GERAET(LED-ANZAHL)
                IF SUBUNT-POSITION > 0
                    COMPUTE LDT-KOSTEN(LED-ANZAHL) =
                        BSU-STUNDEN * SUT-EINKAUFSSATZ(SUBUNT-POSITION)
                ELSE
                    MOVE 0 TO LDT-KOSTEN(LED-ANZAHL)
                END-IF
            WHEN OTHER
                MOVE SPACE        TO LDT-SATZART(LED-ANZAHL)
                MOVE BR-PROJEKT   TO LDT-PROJEKT(LED-ANZAHL)
                MOVE 0            TO LDT-KOSTEN(LED-ANZAHL)
        END-EVALUATE
        MOVE LED-ANZAHL TO LED-POSITION
        MOVE "J" TO LED-GEAENDERT
    ELSE
                    MOVE AL-BETRAG  TO LDT-BETRAG(LED-ANZAHL)
                    MOVE AL-STATUS  TO LDT-STATUS(LED-ANZAHL)
                    MOVE AL-RECHNUNG TO LDT-RECHNUNG(LED-ANZAHL)
                    *> Altbestand ohne Gutschriftnummer
                    IF AL-GUTSCHRIFT IS NUMERIC
                        MOVE AL-GUTSCHRIFT
                            TO LDT-GUTSCHRIFT(LED-ANZAHL)
                    ELSE
                        MOVE 0 TO LDT-GUTSCHRIFT(LED-ANZAHL)
                    END-IF
                    *> Altbestand ohne Satzart, Projekt und Kosten
                    MOVE AL-SATZART TO LDT-SATZART(LED-ANZAHL)
                    MOVE AL-PROJEKT TO LDT-PROJEKT(LED-ANZAHL)
                    IF AL-KOSTEN IS NUMERIC
                        MOVE AL-KOSTEN TO LDT-KOSTEN(LED-ANZAHL)
                    ELSE
                        MOVE 0 TO LDT-KOSTEN(LED-ANZAHL)
                    END-IF
                    MOVE AL-GERAET  TO LDT-GERAET(LED-ANZAHL)
                    MOVE AL-EINHEIT TO LDT-EINHEIT(LED-ANZAHL)
                ELSE
                    IF LED-UEBERLAUF NOT = "J"
                        MOVE "J" TO LED-UEBERLAUF
                        DISPLAY "FEHLER: Ledgertabelle voll"
            MOVE LDT-BETRAG(LED-SICHERE-IDX)   TO AL-BETRAG
            MOVE LDT-STATUS(LED-SICHERE-IDX)   TO AL-STATUS
            MOVE LDT-RECHNUNG(LED-SICHERE-IDX) TO AL-RECHNUNG
            MOVE LDT-GUTSCHRIFT(LED-SICHERE-IDX) TO AL-GUTSCHRIFT
            MOVE LDT-SATZART(LED-SICHERE-IDX)  TO AL-SATZART
            MOVE LDT-PROJEKT(LED-SICHERE-IDX)  TO AL-PROJEKT
            MOVE LDT-KOSTEN(LED-SICHERE-IDX)   TO AL-KOSTEN
            MOVE LDT-GERAET(LED-SICHERE-IDX)   TO AL-GERAET
            MOVE LDT-EINHEIT(LED-SICHERE-IDX)  TO AL-EINHEIT
            WRITE LEDGER-RECORD
        END-PERFORM
        CLOSE ABRECHNUNGS-LEDGER
    OPEN OUTPUT RECHNUNG-NUMMER
    WRITE RECHNUNG-NUMMER-RECORD
    CLOSE RECHNUNG-NUMMER.


*> ================================================================
*> #9.2 Abgebrochenen Vorlauf erkennen und zuruecknehmen
*> ================================================================
*> Massgeblich ist die hoechste Nummer in RECHNUNGS-REGISTER.DAT;
*> alles mit einer hoeheren Nummer stammt von einem Lauf, der vor
*> der Registerzeile abgebrochen ist. Seine Ledgerpositionen gehen
*> auf OFFEN zurueck (die verworfene Nummer bleibt als Merker in
*> LDT-RECHNUNG, damit HOLE-NACHWEIS-POSITIONEN sie nachholt, auch
*> wenn sie nicht mehr in der ACCEPTED-Ablage stehen), seine
*> Gutschriften auf FAKTURIERT; Steuer-, Projekt- und
*> Meilensteinzeilen (auch die einer abgebrochenen
*> MEILENSTEIN-FAKTURA) und Dokumente werden entfernt, und die
*> Nummern werden ab der hoechsten registrierten neu vergeben.
*> Ohne solche Spuren bleibt ein RECHNUNG.NR vor dem Register
*> stehen (von Hand gesetzter Nummernkreis). Der Probelauf
*> rechnet mit dem bereinigten Stand nur im Speicher und raeumt
*> selbst nichts weg.
PRUEFE-ABGEBROCHENEN-LAUF.
    PERFORM ERMITTLE-REGISTER-STAND
    IF REG-HOECHSTE-NR > RECHNUNG-NR
        DISPLAY "HINWEIS: RECHNUNG.NR (" RECHNUNG-NR ") liegt hinter"
                " RECHNUNGS-REGISTER.DAT (" REG-HOECHSTE-NR
                ") - die Nummernvergabe setzt beim Register fort."
        MOVE REG-HOECHSTE-NR TO RECHNUNG-NR
    END-IF
    MOVE REG-HOECHSTE-NR TO ABBRUCH-BIS-NR
    MOVE 0 TO CNT-ZURUECKGENOMMEN CNT-VERWORFEN
    PERFORM VARYING LED-SICHERE-IDX FROM 1 BY 1
            UNTIL LED-SICHERE-IDX > LED-ANZAHL
        IF LDT-STATUS(LED-SICHERE-IDX) = "FAKTURIERT"
         AND LDT-RECHNUNG(LED-SICHERE-IDX) > REG-HOECHSTE-NR
            MOVE "OFFEN" TO LDT-STATUS(LED-SICHERE-IDX)
            IF LDT-RECHNUNG(LED-SICHERE-IDX) > ABBRUCH-BIS-NR
                MOVE LDT-RECHNUNG(LED-SICHERE-IDX) TO ABBRUCH-BIS-NR
            END-IF
            ADD 1 TO CNT-ZURUECKGENOMMEN
            MOVE "J" TO LED-GEAENDERT
        END-IF
        IF LDT-STATUS(LED-SICHERE-IDX) = "GUTGESCHR."
         AND LDT-GUTSCHRIFT(LED-SICHERE-IDX) > REG-HOECHSTE-NR
            MOVE "FAKTURIERT" TO LDT-STATUS(LED-SICHERE-IDX)
            IF LDT-GUTSCHRIFT(LED-SICHERE-IDX) > ABBRUCH-BIS-NR
                MOVE LDT-GUTSCHRIFT(LED-SICHERE-IDX)
                    TO ABBRUCH-BIS-NR
            END-IF
            MOVE 0 TO LDT-GUTSCHRIFT(LED-SICHERE-IDX)
            ADD 1 TO CNT-ZURUECKGENOMMEN
            MOVE "J" TO LED-GEAENDERT
        END-IF
    END-PERFORM
    IF NOT LAUF-PROBE
        PERFORM BEREINIGE-MWST-REGISTER
        PERFORM BEREINIGE-PROJEKT-REGISTER
        PERFORM BEREINIGE-MEILENSTEIN-REGISTER
    END-IF

    IF ABBRUCH-BIS-NR > REG-HOECHSTE-NR
     OR CNT-ZURUECKGENOMMEN > 0 OR CNT-VERWORFEN > 0
        DISPLAY "HINWEIS: Vorlauf nach Nummer " REG-HOECHSTE-NR
                " abgebrochen - " CNT-ZURUECKGENOMMEN
                " Ledgerposition(en) und " CNT-VERWORFEN
                " Register-Folgezeile(n) ohne Registerzeile"
                " zurueckgenommen, die Nummern werden neu vergeben."
        IF LAUF-PROBE
            DISPLAY "         Probelauf: die Dateien bereinigt erst"
                    " der naechste echte Lauf."
        END-IF
    END-IF
    IF ABBRUCH-BIS-NR > REG-HOECHSTE-NR
     OR CNT-ZURUECKGENOMMEN > 0
        MOVE REG-HOECHSTE-NR TO RECHNUNG-NR
    END-IF
    IF NOT LAUF-PROBE
        PERFORM ENTFERNE-ABBRUCH-DOKUMENTE
    END-IF.


*> ----------------------------------------------------------------
*> #9.2.1 Hoechste registrierte Nummer ermitteln
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
*> #9.2.2 Steuerzeilen ohne Registerzeile entfernen
*> ----------------------------------------------------------------
*> Erst zaehlen, nur bei Fund umschreiben (.NEU, dann mv - wie
*> SEEN-BUCHUNGSNUMMERN in bereinigung.cbl).
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

    MOVE "mv MWST-REGISTER.NEU MWST-REGISTER.DAT" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNUNG: Austausch von MWST-REGISTER.DAT"
                " fehlgeschlagen."
        MOVE 0 TO RETURN-CODE
    ELSE
        ADD ABBRUCH-ANZAHL TO CNT-VERWORFEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.2.3 Projektzeilen ohne Registerzeile entfernen
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
                " anlegbar - " ABBRUCH-ANZAHL " Projektzeile(n)"
                " ohne Registerzeile bleiben stehen."
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
        DISPLAY "WARNUNG: Austausch von"
                " PROJEKT-RECHNUNGS-REGISTER.DAT fehlgeschlagen."
        MOVE 0 TO RETURN-CODE
    ELSE
        ADD ABBRUCH-ANZAHL TO CNT-VERWORFEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.2.4 Meilensteinzeilen ohne Registerzeile entfernen
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
*> #9.2.5 Dokumente zu Nummern ohne Registerzeile entfernen
*> ----------------------------------------------------------------
*> Ein Dokument ohne Registerzeile ist kein ausgestellter Beleg;
*> geprueft wird mindestens die naechste Nummer, denn ein Abbruch
*> direkt nach dem Dokument hinterlaesst sonst keine Spur.
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
*> #10 Kundenstamm laden
*> ================================================================
*> Nur aktive Kunden - ein inaktiver Kunde bekommt keine neue
*> Rechnung, seine Projekte fallen auf die Kostenstelle zurueck
*> (und werden in LADE-PROJEKT-KUNDEN gemeldet).
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
                IF KUNDEN-ANZAHL < 1000
                    ADD 1 TO KUNDEN-ANZAHL
                    MOVE KD-NUMMER  TO KDT-NUMMER(KUNDEN-ANZAHL)
                    MOVE KD-NAME    TO KDT-NAME(KUNDEN-ANZAHL)
                    MOVE KD-NAME2   TO KDT-NAME2(KUNDEN-ANZAHL)
                    MOVE KD-STRASSE TO KDT-STRASSE(KUNDEN-ANZAHL)
                    MOVE KD-PLZ     TO KDT-PLZ(KUNDEN-ANZAHL)
                    MOVE KD-ORT     TO KDT-ORT(KUNDEN-ANZAHL)
                    MOVE KD-LAND    TO KDT-LAND(KUNDEN-ANZAHL)
                    MOVE KD-UST-ID  TO KDT-UST-ID(KUNDEN-ANZAHL)
                    MOVE KD-KAEUFER-REF
                        TO KDT-KAEUFER-REF(KUNDEN-ANZAHL)
                    MOVE KD-EMAIL   TO KDT-EMAIL(KUNDEN-ANZAHL)
                    MOVE "N" TO KDT-NACHWEIS(KUNDEN-ANZAHL)
                    IF KD-NACHWEIS-PFLICHT
                        MOVE "J" TO KDT-NACHWEIS(KUNDEN-ANZAHL)
                    END-IF
                    IF KD-ZAHLUNGSZIEL IS NUMERIC
                        MOVE KD-ZAHLUNGSZIEL
                            TO KDT-ZAHLUNGSZIEL(KUNDEN-ANZAHL)
                    ELSE
                        MOVE 0 TO KDT-ZAHLUNGSZIEL(KUNDEN-ANZAHL)
                    END-IF
                ELSE
                    DISPLAY "WARNUNG: Kundentabelle voll (1000), Kunde "
                            FUNCTION TRIM(KD-NUMMER) " ignoriert."
                END-IF
            END-IF
        END-PERFORM
        CLOSE KUNDEN-STAMM
    END-IF.


*> ================================================================
*> #10.1 Kundenzuordnung der Projekte aus PROJEKT-MASTER.CFG
*> ================================================================
*> 4. Feld = Kundennummer ("-" = kein Kunde). Wie beim 3. Feld im
*> Validierer (BEREINIGE-PROJEKT-QUAL) zaehlt das Feld nur, wenn
*> der Code im Kundenstamm steht - Altzeilen tragen dort haeufig
*> Freitext und blieben sonst an einem Phantomkunden haengen.
LADE-PROJEKT-KUNDEN.
    MOVE 0 TO PROJKD-ANZAHL
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
                IF PK-KUNDE-RAW NOT = SPACES
                 AND PK-KUNDE-RAW NOT = "-"
                    PERFORM MERKE-PROJEKT-KUNDE
                END-IF
            END-IF
        END-PERFORM
        CLOSE PROJEKT-MASTER
    END-IF.

MERKE-PROJEKT-KUNDE.
    MOVE PK-KUNDE-RAW TO AKTUELLER-EMPFAENGER
    PERFORM SUCHE-KUNDE
    IF KUNDEN-POSITION = 0
        IF KUNDEN-ANZAHL > 0
            DISPLAY "HINWEIS: Projekt " FUNCTION TRIM(PK-CODE-RAW)
                    ": 4. Feld '" FUNCTION TRIM(PK-KUNDE-RAW)
                    "' ist kein aktiver Kunde aus"
                    " KUNDEN-STAMM.DAT - Rechnung an die"
                    " Kostenstelle."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF PROJKD-ANZAHL < 500
        ADD 1 TO PROJKD-ANZAHL
        MOVE PK-CODE-RAW  TO PKT-PROJEKT(PROJKD-ANZAHL)
        MOVE PK-KUNDE-RAW TO PKT-KUNDE(PROJKD-ANZAHL)
    END-IF.


*> ================================================================
*> #10.1.1 Leistungsnachweise laden
*> ================================================================
*> Mirrors LADE-NACHWEISE in leistungsnachweis.cbl (nur Status
*> und Zeilenschluessel).
LADE-LEISTUNGSNACHWEISE.
    MOVE 0 TO NWK-ANZAHL NWP-ANZAHL
    MOVE "N" TO NACHWEIS-EOF
    OPEN INPUT NACHWEIS-DATEI
    IF FS-NACHWEIS = "00"
        PERFORM UNTIL NACHWEIS-EOF = "Y"
            READ NACHWEIS-DATEI
                AT END MOVE "Y" TO NACHWEIS-EOF
                NOT AT END
                    IF LN-IST-KOPF AND NWK-ANZAHL < 2000
                        ADD 1 TO NWK-ANZAHL
                        MOVE LNK-NR     TO NWK-NR(NWK-ANZAHL)
                        MOVE LNK-STATUS TO NWK-STATUS(NWK-ANZAHL)
                    END-IF
                    IF LN-IST-ZEILE AND NWP-ANZAHL < 20000
                        ADD 1 TO NWP-ANZAHL
                        MOVE LNP-NR    TO NWP-NR(NWP-ANZAHL)
                        MOVE LNP-LAUFDATUM
                            TO NWP-LAUFDATUM(NWP-ANZAHL)
                        MOVE LNP-BUCHUNGS-NR
                            TO NWP-BUCHUNGS-NR(NWP-ANZAHL)
                        MOVE LNP-DATUM TO NWP-DATUM(NWP-ANZAHL)
                        MOVE LNP-VORNAME-M
                            TO NWP-VORNAME-M(NWP-ANZAHL)
                        MOVE LNP-NACHNAME-M
                            TO NWP-NACHNAME-M(NWP-ANZAHL)
                        MOVE LNP-STATUS TO NWP-STATUS(NWP-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NACHWEIS-DATEI
    END-IF.


*> ================================================================
*> #10.1.2 Kunden-/Projektpreiskarten laden
*> ================================================================
LADE-PREISKARTEN.
    MOVE 0 TO PREISKARTE-ANZAHL PRK-ZEILEN-NR
    MOVE "N" TO PREISKARTE-EOF
    OPEN INPUT PREISKARTE-CFG
    IF FS-PREISKARTE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL PREISKARTE-EOF = "Y"
        READ PREISKARTE-CFG
            AT END MOVE "Y" TO PREISKARTE-EOF
        END-READ
        IF PREISKARTE-EOF NOT = "Y"
            ADD 1 TO PRK-ZEILEN-NR
            IF PREISKARTE-CFG-ZEILE NOT = SPACES
             AND PREISKARTE-CFG-ZEILE(1:1) NOT = "*"
                PERFORM MERKE-PREISKARTE
            END-IF
        END-IF
    END-PERFORM
    CLOSE PREISKARTE-CFG.

MERKE-PREISKARTE.
    MOVE SPACES TO PRK-ART-RAW PRK-SCHLUESSEL-RAW PRK-ROLLE-RAW
                   PRK-SATZ-RAW PRK-AB-RAW PRK-BIS-RAW PRK-REISE-RAW
    UNSTRING FUNCTION TRIM(PREISKARTE-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO PRK-ART-RAW PRK-SCHLUESSEL-RAW PRK-ROLLE-RAW
             PRK-SATZ-RAW PRK-AB-RAW PRK-BIS-RAW PRK-REISE-RAW
    END-UNSTRING
    IF PRK-REISE-RAW = SPACES
        MOVE "0" TO PRK-REISE-RAW
    END-IF
    IF (PRK-ART-RAW NOT = "P" AND PRK-ART-RAW NOT = "K")
     OR PRK-SCHLUESSEL-RAW = SPACES
     OR PRK-ROLLE-RAW = SPACES
     OR FUNCTION TRIM(PRK-SATZ-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(PRK-AB-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(PRK-BIS-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(PRK-REISE-RAW) IS NOT NUMERIC
        DISPLAY "WARNUNG: PREISKARTE.CFG Zeile " PRK-ZEILEN-NR
                " unlesbar - ignoriert."
        EXIT PARAGRAPH
    END-IF
    IF PREISKARTE-ANZAHL >= 500
        DISPLAY "WARNUNG: Preiskartentabelle voll (500) - Zeile "
                PRK-ZEILEN-NR " ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PREISKARTE-ANZAHL
    MOVE PRK-ART-RAW        TO PRK-ART(PREISKARTE-ANZAHL)
    MOVE PRK-SCHLUESSEL-RAW TO PRK-SCHLUESSEL(PREISKARTE-ANZAHL)
    MOVE FUNCTION UPPER-CASE(PRK-ROLLE-RAW)
        TO PRK-ROLLE(PREISKARTE-ANZAHL)
    MOVE FUNCTION NUMVAL(PRK-SATZ-RAW)
        TO PRK-SATZ(PREISKARTE-ANZAHL)
    MOVE FUNCTION NUMVAL(PRK-AB-RAW)
        TO PRK-AB(PREISKARTE-ANZAHL)
    MOVE FUNCTION NUMVAL(PRK-BIS-RAW)
        TO PRK-BIS(PREISKARTE-ANZAHL)
    MOVE FUNCTION NUMVAL(PRK-REISE-RAW)
        TO PRK-REISESATZ(PREISKARTE-ANZAHL).


*> ================================================================
*> #10.1.3 Stundenkontingente und ihren Verbrauch laden
*> ================================================================
LADE-KONTINGENTE.
    MOVE 0 TO KONTINGENT-ANZAHL KT-ZEILEN-NR
    MOVE "N" TO KONTINGENT-EOF
    OPEN INPUT KONTINGENT-CFG
    IF FS-KONTINGENT = "00"
        PERFORM UNTIL KONTINGENT-EOF = "Y"
            READ KONTINGENT-CFG
                AT END MOVE "Y" TO KONTINGENT-EOF
            END-READ
            IF KONTINGENT-EOF NOT = "Y"
                ADD 1 TO KT-ZEILEN-NR
                IF KONTINGENT-CFG-ZEILE NOT = SPACES
                 AND KONTINGENT-CFG-ZEILE(1:1) NOT = "*"
                    PERFORM MERKE-KONTINGENT
                END-IF
            END-IF
        END-PERFORM
        CLOSE KONTINGENT-CFG
    END-IF
    PERFORM LADE-KONTINGENT-VERBRAUCH
    PERFORM BERECHNE-KONTINGENT-UEBERTRAG.

MERKE-KONTINGENT.
    MOVE SPACES TO KT-ART-RAW KT-SCHLUESSEL-RAW KT-STUNDEN-RAW
                   KT-AB-RAW KT-BIS-RAW KT-UEBERTRAG-RAW
    UNSTRING FUNCTION TRIM(KONTINGENT-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO KT-ART-RAW KT-SCHLUESSEL-RAW KT-STUNDEN-RAW
             KT-AB-RAW KT-BIS-RAW KT-UEBERTRAG-RAW
    END-UNSTRING
    IF KT-UEBERTRAG-RAW = SPACES
        MOVE "0" TO KT-UEBERTRAG-RAW
    END-IF
    IF (KT-ART-RAW NOT = "P" AND KT-ART-RAW NOT = "K")
     OR KT-SCHLUESSEL-RAW = SPACES
     OR FUNCTION TRIM(KT-STUNDEN-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(KT-AB-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(KT-BIS-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(KT-UEBERTRAG-RAW) IS NOT NUMERIC
     OR FUNCTION NUMVAL(KT-BIS-RAW) < FUNCTION NUMVAL(KT-AB-RAW)
        DISPLAY "WARNUNG: KONTINGENT.CFG Zeile " KT-ZEILEN-NR
                " unlesbar - ignoriert."
        EXIT PARAGRAPH
    END-IF
    IF KONTINGENT-ANZAHL >= 200
        DISPLAY "WARNUNG: Kontingenttabelle voll (200) - Zeile "
                KT-ZEILEN-NR " ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO KONTINGENT-ANZAHL
    MOVE KT-ART-RAW       TO KT-ART(KONTINGENT-ANZAHL)
    MOVE KT-SCHLUESSEL-RAW TO KT-SCHLUESSEL(KONTINGENT-ANZAHL)
    MOVE FUNCTION NUMVAL(KT-STUNDEN-RAW)
        TO KT-STUNDEN(KONTINGENT-ANZAHL)
    MOVE FUNCTION NUMVAL(KT-AB-RAW)  TO KT-AB(KONTINGENT-ANZAHL)
    MOVE FUNCTION NUMVAL(KT-BIS-RAW) TO KT-BIS(KONTINGENT-ANZAHL)
    MOVE FUNCTION NUMVAL(KT-UEBERTRAG-RAW)
        TO KT-UEBERTRAG-MAX(KONTINGENT-ANZAHL)
    MOVE 0 TO KT-UEBERTRAG(KONTINGENT-ANZAHL)
              KT-VERBRAUCHT(KONTINGENT-ANZAHL)
              KT-MEHRSTUNDEN(KONTINGENT-ANZAHL).


*> ----------------------------------------------------------------
*> #10.1.4 Festgehaltene Entnahmen/Rueckbuchungen einlesen
*> ----------------------------------------------------------------
LADE-KONTINGENT-VERBRAUCH.
    MOVE 0 TO KVB-ANZAHL
    MOVE "N" TO KONTINGENT-EOF
    OPEN INPUT KONTINGENT-VERBRAUCH
    IF FS-KVERBRAUCH NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL KONTINGENT-EOF = "Y"
        READ KONTINGENT-VERBRAUCH
            AT END MOVE "Y" TO KONTINGENT-EOF
            NOT AT END
                PERFORM MERKE-KONTINGENT-VORGANG
                PERFORM VERBUCHE-KONTINGENT-VORGANG
        END-READ
    END-PERFORM
    CLOSE KONTINGENT-VERBRAUCH.

VERBUCHE-KONTINGENT-VORGANG.
    IF KONTINGENT-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET KT-IDX TO 1
    SEARCH KONTINGENT-EINTRAG
        AT END CONTINUE
        WHEN KT-ART(KT-IDX) = KV-ART
         AND KT-SCHLUESSEL(KT-IDX) = KV-SCHLUESSEL
         AND KT-AB(KT-IDX) = KV-AB
            IF KV-VORGANG = "R"
                SUBTRACT KV-STUNDEN FROM KT-VERBRAUCHT(KT-IDX)
            ELSE
                ADD KV-STUNDEN     TO KT-VERBRAUCHT(KT-IDX)
                ADD KV-MEHRSTUNDEN TO KT-MEHRSTUNDEN(KT-IDX)
            END-IF
    END-SEARCH.


*> ----------------------------------------------------------------
*> #10.1.5 Uebertrag aus dem vorangehenden Kontingent
*> ----------------------------------------------------------------
*> Vorgaenger = Kontingent desselben Schluessels mit dem spaetesten
*> GueltigBis vor dem eigenen GueltigAb. Uebernommen wird dessen
*> Rest (einschliesslich seines eigenen Uebertrags), hoechstens
*> KT-UEBERTRAG-MAX Stunden; 0 = Reststunden verfallen.
BERECHNE-KONTINGENT-UEBERTRAG.
    PERFORM VARYING KT-LAUF-IDX FROM 1 BY 1
            UNTIL KT-LAUF-IDX > KONTINGENT-ANZAHL
        MOVE 0 TO KT-UEBERTRAG(KT-LAUF-IDX)
        IF KT-UEBERTRAG-MAX(KT-LAUF-IDX) > 0
            PERFORM UEBERTRAGE-KONTINGENT-REST
        END-IF
    END-PERFORM.

UEBERTRAGE-KONTINGENT-REST.
    MOVE 0 TO KT-VOR-POS KT-VOR-BIS
    PERFORM VARYING KT-VOR-IDX FROM 1 BY 1
            UNTIL KT-VOR-IDX >= KT-LAUF-IDX
        IF KT-ART(KT-VOR-IDX) = KT-ART(KT-LAUF-IDX)
         AND KT-SCHLUESSEL(KT-VOR-IDX) = KT-SCHLUESSEL(KT-LAUF-IDX)
         AND KT-BIS(KT-VOR-IDX) < KT-AB(KT-LAUF-IDX)
         AND KT-BIS(KT-VOR-IDX) > KT-VOR-BIS
            MOVE KT-VOR-IDX TO KT-VOR-POS
            MOVE KT-BIS(KT-VOR-IDX) TO KT-VOR-BIS
        END-IF
    END-PERFORM
    IF KT-VOR-POS = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE KT-REST = KT-STUNDEN(KT-VOR-POS)
                    + KT-UEBERTRAG(KT-VOR-POS)
                    - KT-VERBRAUCHT(KT-VOR-POS)
    IF KT-REST > 0
        IF KT-REST > KT-UEBERTRAG-MAX(KT-LAUF-IDX)
            MOVE KT-UEBERTRAG-MAX(KT-LAUF-IDX)
                TO KT-UEBERTRAG(KT-LAUF-IDX)
        ELSE
            MOVE KT-REST TO KT-UEBERTRAG(KT-LAUF-IDX)
        END-IF
    END-IF.


*> ================================================================
*> #10.1.6 Festpreisprojekte laden
*> ================================================================
*> Nur die Auftragszeilen ("A") von MEILENSTEIN.CFG; Meilensteine
*> und Pruefung der Zeilen sind Sache von MEILENSTEIN-FAKTURA.
LADE-FESTPREISPROJEKTE.
    MOVE 0 TO FESTPREIS-ANZAHL
    MOVE "N" TO FESTPREIS-EOF
    OPEN INPUT MEILENSTEIN-CFG
    IF FS-MEILENSTEIN = "00"
        PERFORM UNTIL FESTPREIS-EOF = "Y"
            READ MEILENSTEIN-CFG
                AT END MOVE "Y" TO FESTPREIS-EOF
            END-READ
            IF FESTPREIS-EOF NOT = "Y"
             AND MEILENSTEIN-CFG-ZEILE NOT = SPACES
             AND MEILENSTEIN-CFG-ZEILE(1:1) NOT = "*"
                MOVE SPACES TO FP-SATZART-RAW FP-PROJEKT-RAW
                UNSTRING FUNCTION TRIM(MEILENSTEIN-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO FP-SATZART-RAW FP-PROJEKT-RAW
                END-UNSTRING
                IF FP-SATZART-RAW = "A"
                 AND FP-PROJEKT-RAW NOT = SPACES
                 AND FESTPREIS-ANZAHL < 200
                    ADD 1 TO FESTPREIS-ANZAHL
                    MOVE FP-PROJEKT-RAW TO FP-PROJEKT(FESTPREIS-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE MEILENSTEIN-CFG
    END-IF.

*> Ist das Projekt der aktuellen Buchung ein Festpreisprojekt?
PRUEFE-FESTPREIS.
    MOVE "N" TO FESTPREIS-TREFFER
    IF BR-PROJEKT NOT = SPACES AND FESTPREIS-ANZAHL > 0
        SET FP-IDX TO 1
        SEARCH FESTPREIS-EINTRAG
            AT END CONTINUE
            WHEN FP-PROJEKT(FP-IDX) = BR-PROJEKT
                MOVE "J" TO FESTPREIS-TREFFER
        END-SEARCH
    END-IF.


*> ================================================================
*> #10.1.7 Weiterberechnung von Spesen laden
*> ================================================================
LADE-SPESEN-WEITERBERECHNUNG.
    MOVE 0 TO SPW-ANZAHL SPW-ZEILEN-NR
    INITIALIZE SPV-TABELLE
    MOVE "N" TO SPESEN-EOF
    OPEN INPUT SPESEN-CFG
    IF FS-SPESEN-CFG = "00"
        PERFORM UNTIL SPESEN-EOF = "Y"
            READ SPESEN-CFG
                AT END MOVE "Y" TO SPESEN-EOF
            END-READ
            IF SPESEN-EOF NOT = "Y"
                ADD 1 TO SPW-ZEILEN-NR
                IF SPESEN-CFG-ZEILE NOT = SPACES
                 AND SPESEN-CFG-ZEILE(1:1) NOT = "*"
                    PERFORM MERKE-SPESEN-ZEILE
                END-IF
            END-IF
        END-PERFORM
        CLOSE SPESEN-CFG
    END-IF.

MERKE-SPESEN-ZEILE.
    MOVE SPACES TO SPW-TYP-RAW SPW-FELD1-RAW SPW-FELD2-RAW
                   SPW-FELD3-RAW
    UNSTRING FUNCTION TRIM(SPESEN-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO SPW-TYP-RAW SPW-FELD1-RAW SPW-FELD2-RAW SPW-FELD3-RAW
    END-UNSTRING
    IF SPW-FELD3-RAW = SPACES
        MOVE "0" TO SPW-FELD3-RAW
    END-IF
    EVALUATE TRUE
        WHEN SPW-TYP-RAW = "P"
         AND SPW-FELD1-RAW NOT = SPACES
         AND SPW-FELD2-RAW(2:) = SPACES
         AND (SPW-FELD2-RAW(1:1) = "*" OR "F" OR "H" OR "V" OR "S")
         AND FUNCTION TEST-NUMVAL(SPW-FELD3-RAW) = 0
            IF SPW-ANZAHL < 200
                ADD 1 TO SPW-ANZAHL
                MOVE SPW-FELD1-RAW TO SPW-PROJEKT(SPW-ANZAHL)
                MOVE SPW-FELD2-RAW TO SPW-ART(SPW-ANZAHL)
                COMPUTE SPW-AUFSCHLAG(SPW-ANZAHL) =
                    FUNCTION NUMVAL(SPW-FELD3-RAW)
            END-IF
        WHEN SPW-TYP-RAW = "V"
         AND SPW-FELD1-RAW(2:) = SPACES
         AND (SPW-FELD1-RAW(1:1) = "F" OR "H" OR "V" OR "S")
         AND SPW-FELD2-RAW NOT = SPACES
         AND FUNCTION TEST-NUMVAL(SPW-FELD2-RAW) = 0
            MOVE 0 TO SPV-IDX
            INSPECT SPV-ARTEN TALLYING SPV-IDX
                FOR CHARACTERS BEFORE INITIAL SPW-FELD1-RAW(1:1)
            ADD 1 TO SPV-IDX
            COMPUTE SPV-SATZ(SPV-IDX) = FUNCTION NUMVAL(SPW-FELD2-RAW)
        WHEN OTHER
            DISPLAY "WARNUNG: SPESEN-WEITERBERECHNUNG.CFG Zeile "
                    SPW-ZEILEN-NR " unlesbar - ignoriert."
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #10.1.8 Geraete- und Maschinenstamm laden
*> ----------------------------------------------------------------
*> Ohne GERAETE-STAMM.DAT bleibt jede Geraetebuchung mit Warnung
*> unfakturiert im Historienlager.
LADE-GERAETE-STAMM.
    MOVE 0 TO GERAETE-ANZAHL
    MOVE "N" TO GERAETE-EOF
    OPEN INPUT GERAETE-STAMM
    IF FS-GERAET = "00"
        PERFORM UNTIL GERAETE-EOF = "Y"
            READ GERAETE-STAMM
                AT END MOVE "Y" TO GERAETE-EOF
            END-READ
            IF GERAETE-EOF NOT = "Y"
             AND GR-NUMMER NOT = SPACES
                IF GERAETE-ANZAHL < 300
                    ADD 1 TO GERAETE-ANZAHL
                    MOVE GR-NUMMER
                        TO GTB-NUMMER(GERAETE-ANZAHL)
                    MOVE GR-BEZEICHNUNG
                        TO GTB-BEZEICHNUNG(GERAETE-ANZAHL)
                    MOVE GR-KOSTENSTELLE
                        TO GTB-KOSTENSTELLE(GERAETE-ANZAHL)
                    IF GR-STUNDENSATZ IS NUMERIC
                        MOVE GR-STUNDENSATZ
                            TO GTB-STUNDENSATZ(GERAETE-ANZAHL)
                    ELSE
                        MOVE 0 TO GTB-STUNDENSATZ(GERAETE-ANZAHL)
                    END-IF
                    IF GR-TAGESSATZ IS NUMERIC
                        MOVE GR-TAGESSATZ
                            TO GTB-TAGESSATZ(GERAETE-ANZAHL)
                    ELSE
                        MOVE 0 TO GTB-TAGESSATZ(GERAETE-ANZAHL)
                    END-IF
                ELSE
                    DISPLAY "WARNUNG: Geraetetabelle voll (300),"
                            " Geraet " GR-NUMMER " ignoriert."
                END-IF
            END-IF
        END-PERFORM
        CLOSE GERAETE-STAMM
    END-IF.


*> ----------------------------------------------------------------
*> #10.1.9 Subunternehmerstamm laden
*> ----------------------------------------------------------------
LADE-SUBUNT-STAMM.
    MOVE 0 TO SUBUNT-ANZAHL
    MOVE "N" TO SUBUNT-EOF
    OPEN INPUT SUBUNTERNEHMER-STAMM
    IF FS-SUBUNT = "00"
        PERFORM UNTIL SUBUNT-EOF = "Y"
            READ SUBUNTERNEHMER-STAMM
                AT END MOVE "Y" TO SUBUNT-EOF
            END-READ
            IF SUBUNT-EOF NOT = "Y"
             AND SU-NUMMER NOT = SPACES
             AND SU-NUMMER(1:1) NOT = "*"
                IF SUBUNT-ANZAHL < 300
                    ADD 1 TO SUBUNT-ANZAHL
                    MOVE SU-NUMMER
                        TO SUT-NUMMER(SUBUNT-ANZAHL)
                    MOVE SU-KOSTENSTELLE
                        TO SUT-KOSTENSTELLE(SUBUNT-ANZAHL)
                    IF SU-EINKAUFSSATZ IS NUMERIC
                        MOVE SU-EINKAUFSSATZ
                            TO SUT-EINKAUFSSATZ(SUBUNT-ANZAHL)
                    ELSE
                        MOVE 0 TO SUT-EINKAUFSSATZ(SUBUNT-ANZAHL)
                    END-IF
                    IF SU-VERKAUFSSATZ IS NUMERIC
                        MOVE SU-VERKAUFSSATZ
                            TO SUT-VERKAUFSSATZ(SUBUNT-ANZAHL)
                    ELSE
                        MOVE 0 TO SUT-VERKAUFSSATZ(SUBUNT-ANZAHL)
                    END-IF
                ELSE
                    DISPLAY "WARNUNG: Subunternehmertabelle voll"
                            " (300), " SU-NUMMER " ignoriert."
                END-IF
            END-IF
        END-PERFORM
        CLOSE SUBUNTERNEHMER-STAMM
    END-IF.


*> ================================================================
*> #10.2 Vorgabe-Zahlungsziel laden
*> ================================================================
*> Mirrors LADE-ZAHLUNGSZIEL im MAHNLAUF.
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
*> #10.3 Absenderdaten laden
*> ================================================================
*> Die 1. Zeile bleibt der Firmenname (so lesen ihn Validierer
*> und Umsatzrechner); alle weiteren Zeilen sind
*> "<Schluessel> <Wert>". Was fuer die E-Rechnung fehlt, wird
*> einmal in XR-FIRMA-FEHLER festgehalten - dann lehnt der Lauf
*> jede E-Rechnung mit diesem Grund ab.
LADE-FIRMA-CFG.
    MOVE 0 TO FC-ZEILEN-NR
    MOVE "N" TO FIRMA-EOF
    OPEN INPUT FIRMA-CFG
    IF FS-FIRMA = "00"
        PERFORM UNTIL FIRMA-EOF = "Y"
            READ FIRMA-CFG
                AT END MOVE "Y" TO FIRMA-EOF
            END-READ
            IF FIRMA-EOF NOT = "Y"
             AND FUNCTION TRIM(FIRMA-CFG-ZEILE) NOT = SPACES
                ADD 1 TO FC-ZEILEN-NR
                IF FC-ZEILEN-NR = 1
                    MOVE FUNCTION TRIM(FIRMA-CFG-ZEILE) TO FIRMA-NAME
                ELSE
                    PERFORM UEBERNEHME-FIRMA-ZEILE
                END-IF
            END-IF
        END-PERFORM
        CLOSE FIRMA-CFG
    END-IF

    EVALUATE TRUE
        WHEN FIRMA-NAME = SPACES
            MOVE "FIRMA.CFG: Firmenname fehlt" TO XR-FIRMA-FEHLER
        WHEN FIRMA-PLZ = SPACES OR FIRMA-ORT = SPACES
            MOVE "FIRMA.CFG: PLZ/ORT des Absenders fehlt"
                TO XR-FIRMA-FEHLER
        WHEN FIRMA-USTID = SPACES AND FIRMA-STEUERNR = SPACES
            MOVE "FIRMA.CFG: USTID oder STEUERNR fehlt"
                TO XR-FIRMA-FEHLER
        WHEN FIRMA-IBAN = SPACES
            MOVE "FIRMA.CFG: IBAN fehlt" TO XR-FIRMA-FEHLER
        WHEN FIRMA-KONTAKT = SPACES OR FIRMA-TELEFON = SPACES
          OR FIRMA-EMAIL = SPACES
            MOVE "FIRMA.CFG: KONTAKT/TELEFON/EMAIL fehlt"
                TO XR-FIRMA-FEHLER
        WHEN OTHER
            MOVE SPACES TO XR-FIRMA-FEHLER
    END-EVALUATE.

UEBERNEHME-FIRMA-ZEILE.
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
        WHEN "STRASSE"  MOVE FC-WERT TO FIRMA-STRASSE
        WHEN "PLZ"      MOVE FC-WERT TO FIRMA-PLZ
        WHEN "ORT"      MOVE FC-WERT TO FIRMA-ORT
        WHEN "LAND"     MOVE FC-WERT TO FIRMA-LAND
        WHEN "USTID"    MOVE FC-WERT TO FIRMA-USTID
        WHEN "STEUERNR" MOVE FC-WERT TO FIRMA-STEUERNR
        WHEN "IBAN"     MOVE FC-WERT TO FIRMA-IBAN
        WHEN "BIC"      MOVE FC-WERT TO FIRMA-BIC
        WHEN "KONTAKT"  MOVE FC-WERT TO FIRMA-KONTAKT
        WHEN "TELEFON"  MOVE FC-WERT TO FIRMA-TELEFON
        WHEN "EMAIL"    MOVE FC-WERT TO FIRMA-EMAIL
        WHEN OTHER
            DISPLAY "HINWEIS: FIRMA.CFG Zeile " FC-ZEILEN-NR
                    ": Schluessel '" FUNCTION TRIM(FC-SCHLUESSEL)
                    "' unbekannt, ignoriert."
    END-EVALUATE.


*> ================================================================
*> #11 E-Rechnung (XRechnung) zum aktuellen Beleg erzeugen
*> ================================================================
*> Gilt fuer Rechnungen (XR-BELEGART R) und Gutschriften (G) an
*> Kunden aus dem Kundenstamm; interne Rechnungen an eine
*> Kostenstelle brauchen keine E-Rechnung. Erwartet
*> AKTUELLER-EMPFAENGER, RECHNUNG-NR und XR-NETTO/-STEUER/-BRUTTO.
*> Die Betraege sind dieselben, die in MWST-REGISTER.DAT stehen.
ERZEUGE-ERECHNUNG.
    PERFORM SUCHE-KUNDE
    IF KUNDEN-POSITION = 0
        EXIT PARAGRAPH
    END-IF

    PERFORM PRUEFE-ERECHNUNG-DATEN
    IF XR-FEHLER NOT = SPACES
        IF LAUF-PROBE
            MOVE XR-FEHLER TO PROBE-ERECH-HINWEIS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO CNT-ERECH-ABGELEHNT
        DISPLAY "WARNUNG: keine E-Rechnung fuer Beleg " RECHNUNG-NR
                ": " FUNCTION TRIM(XR-FEHLER)
        IF FS-ERECH-ABL = "00"
            MOVE SPACES TO ABLEHNUNG-ZEILE
            STRING RECHNUNG-NR " " XR-BELEGART "   "
                   AKTUELLER-EMPFAENGER " "
                   FUNCTION TRIM(XR-FEHLER)
                INTO ABLEHNUNG-ZEILE
            END-STRING
            WRITE ABLEHNUNG-ZEILE
        END-IF
        EXIT PARAGRAPH
    END-IF
    *> Im Probelauf nur pruefen, keine Datei zu einem Entwurf.
    IF LAUF-PROBE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO ERECHNUNG-DATEINAME
    STRING "XRECHNUNG-" RECHNUNG-NR ".XML"
        INTO ERECHNUNG-DATEINAME
    END-STRING
    OPEN OUTPUT ERECHNUNG-DOKUMENT
    IF FS-ERECHNUNG NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(ERECHNUNG-DATEINAME)
                ", Status=" FS-ERECHNUNG
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    IF XR-IST-GUTSCHRIFT
        MOVE "ubl:CreditNote" TO XR-WURZEL
        MOVE "urn:oasis:names:specification:ubl:schema:xsd:CreditNote-2"
            TO XR-NAMESPACE
        MOVE "cbc:CreditNoteTypeCode" TO XR-TYPCODE-TAG
        MOVE "cac:CreditNoteLine"     TO XR-ZEILE-TAG
        MOVE "cbc:CreditedQuantity"   TO XR-MENGE-TAG
    ELSE
        MOVE "ubl:Invoice" TO XR-WURZEL
        MOVE "urn:oasis:names:specification:ubl:schema:xsd:Invoice-2"
            TO XR-NAMESPACE
        MOVE "cbc:InvoiceTypeCode"  TO XR-TYPCODE-TAG
        MOVE "cac:InvoiceLine"      TO XR-ZEILE-TAG
        MOVE "cbc:InvoicedQuantity" TO XR-MENGE-TAG
        PERFORM ERMITTLE-ZAHLUNGSZIEL
    END-IF

    PERFORM SCHREIBE-XR-KOPF
    PERFORM SCHREIBE-XR-VERKAEUFER
    PERFORM SCHREIBE-XR-KAEUFER
    PERFORM SCHREIBE-XR-ZAHLUNG
    PERFORM SCHREIBE-XR-SUMMEN

    MOVE 0 TO XR-ZEILEN-NR
    IF XR-IST-GUTSCHRIFT
        PERFORM SCHREIBE-XR-GUTSCHRIFTZEILE
    ELSE
        PERFORM VARYING POS-DRUCK-IDX FROM 1 BY 1
                UNTIL POS-DRUCK-IDX > POSITION-ANZAHL
            IF POS-EMPFAENGER(POS-DRUCK-IDX) = AKTUELLER-EMPFAENGER
                PERFORM SCHREIBE-XR-POSITION
            END-IF
        END-PERFORM
    END-IF

    MOVE SPACES TO XML-ZEILE
    STRING "</" FUNCTION TRIM(XR-WURZEL) ">"
        DELIMITED BY SIZE INTO XML-ZEILE
    END-STRING
    WRITE XML-ZEILE
    CLOSE ERECHNUNG-DOKUMENT
    ADD 1 TO CNT-ERECHNUNGEN.


*> ----------------------------------------------------------------
*> #11.1 Pflichtangaben fuer die E-Rechnung pruefen
*> ----------------------------------------------------------------
PRUEFE-ERECHNUNG-DATEN.
    MOVE XR-FIRMA-FEHLER TO XR-FEHLER
    IF XR-FEHLER NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN KDT-NAME(KUNDEN-POSITION) = SPACES
            MOVE "Kundenstamm: Firmenname fehlt" TO XR-FEHLER
        WHEN KDT-PLZ(KUNDEN-POSITION) = SPACES
          OR KDT-ORT(KUNDEN-POSITION) = SPACES
            MOVE "Kundenstamm: PLZ/Ort fehlt" TO XR-FEHLER
        WHEN KDT-KAEUFER-REF(KUNDEN-POSITION) = SPACES
            MOVE "Kundenstamm: Kaeuferreferenz/Leitweg-ID fehlt"
                TO XR-FEHLER
        WHEN KDT-EMAIL(KUNDEN-POSITION) = SPACES
            MOVE "Kundenstamm: E-Mail-Adresse fehlt" TO XR-FEHLER
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #11.2 Belegkopf: Kennungen, Datum, Referenzen
*> ----------------------------------------------------------------
SCHREIBE-XR-KOPF.
    MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE SPACES TO XML-ZEILE
    STRING "<" FUNCTION TRIM(XR-WURZEL) " xmlns:ubl="""
           FUNCTION TRIM(XR-NAMESPACE) """"
        DELIMITED BY SIZE INTO XML-ZEILE
    END-STRING
    WRITE XML-ZEILE
    MOVE " xmlns:cac=""urn:oasis:names:specification:ubl:schema:xsd:CommonAggregateComponents-2"""
        TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE " xmlns:cbc=""urn:oasis:names:specification:ubl:schema:xsd:CommonBasicComponents-2"">"
        TO XML-ZEILE
    WRITE XML-ZEILE

    MOVE "cbc:CustomizationID" TO XR-TAG
    MOVE "urn:cen.eu:en16931:2017#compliant#urn:xeinkauf.de:kosit:xrechnung_3.0"
        TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:ProfileID" TO XR-TAG
    MOVE "urn:fdc:peppol.eu:2017:poacc:billing:01:1.0" TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:ID" TO XR-TAG
    MOVE RECHNUNG-NR TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:IssueDate" TO XR-TAG
    MOVE RECHNUNG-LAUFDATUM TO XR-DATUM
    PERFORM FORMATIERE-XR-DATUM
    MOVE XR-DATUM-ISO TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    IF XR-IST-RECHNUNG
        MOVE "cbc:DueDate" TO XR-TAG
        MOVE RECHNUNG-FAELLIG TO XR-DATUM
        PERFORM FORMATIERE-XR-DATUM
        MOVE XR-DATUM-ISO TO XR-TEXT-EIN
        PERFORM SCHREIBE-XR-ELEMENT
    END-IF
    MOVE XR-TYPCODE-TAG TO XR-TAG
    IF XR-IST-GUTSCHRIFT
        MOVE "381" TO XR-TEXT-EIN
    ELSE
        MOVE "380" TO XR-TEXT-EIN
    END-IF
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:DocumentCurrencyCode" TO XR-TAG
    MOVE "EUR" TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:BuyerReference" TO XR-TAG
    MOVE KDT-KAEUFER-REF(KUNDEN-POSITION) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    IF XR-IST-GUTSCHRIFT
        MOVE "<cac:BillingReference><cac:InvoiceDocumentReference>"
            TO XML-ZEILE
        WRITE XML-ZEILE
        MOVE "cbc:ID" TO XR-TAG
        MOVE GUT-ORIG-RECHNUNG(GUT-DRUCK-IDX) TO XR-TEXT-EIN
        PERFORM SCHREIBE-XR-ELEMENT
        MOVE "</cac:InvoiceDocumentReference></cac:BillingReference>"
            TO XML-ZEILE
        WRITE XML-ZEILE
    END-IF.


*> ----------------------------------------------------------------
*> #11.3 Verkaeufer (Absenderdaten aus FIRMA.CFG)
*> ----------------------------------------------------------------
SCHREIBE-XR-VERKAEUFER.
    MOVE "<cac:AccountingSupplierParty><cac:Party>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:EndpointID" TO XR-TAG
    MOVE "schemeID=""EM""" TO XR-ATTRIBUT
    MOVE FIRMA-EMAIL TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "<cac:PostalAddress>" TO XML-ZEILE
    WRITE XML-ZEILE
    IF FIRMA-STRASSE NOT = SPACES
        MOVE "cbc:StreetName" TO XR-TAG
        MOVE FIRMA-STRASSE TO XR-TEXT-EIN
        PERFORM SCHREIBE-XR-ELEMENT
    END-IF
    MOVE "cbc:CityName" TO XR-TAG
    MOVE FIRMA-ORT TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:PostalZone" TO XR-TAG
    MOVE FIRMA-PLZ TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "<cac:Country>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:IdentificationCode" TO XR-TAG
    MOVE FIRMA-LAND TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "</cac:Country></cac:PostalAddress>" TO XML-ZEILE
    WRITE XML-ZEILE
    IF FIRMA-USTID NOT = SPACES
        MOVE FIRMA-USTID TO XR-TEXT-EIN
        MOVE "VAT" TO XR-SCHEMA
        PERFORM SCHREIBE-XR-STEUERSCHEMA
    END-IF
    IF FIRMA-STEUERNR NOT = SPACES
        MOVE FIRMA-STEUERNR TO XR-TEXT-EIN
        MOVE "FC" TO XR-SCHEMA
        PERFORM SCHREIBE-XR-STEUERSCHEMA
    END-IF
    MOVE "<cac:PartyLegalEntity>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:RegistrationName" TO XR-TAG
    MOVE FIRMA-NAME TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "</cac:PartyLegalEntity>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "<cac:Contact>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:Name" TO XR-TAG
    MOVE FIRMA-KONTAKT TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:Telephone" TO XR-TAG
    MOVE FIRMA-TELEFON TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:ElectronicMail" TO XR-TAG
    MOVE FIRMA-EMAIL TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "</cac:Contact>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "</cac:Party></cac:AccountingSupplierParty>" TO XML-ZEILE
    WRITE XML-ZEILE.


*> ----------------------------------------------------------------
*> #11.4 Kaeufer (Kundenstamm)
*> ----------------------------------------------------------------
SCHREIBE-XR-KAEUFER.
    MOVE "<cac:AccountingCustomerParty><cac:Party>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:EndpointID" TO XR-TAG
    MOVE "schemeID=""EM""" TO XR-ATTRIBUT
    MOVE KDT-EMAIL(KUNDEN-POSITION) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "<cac:PartyIdentification>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:ID" TO XR-TAG
    MOVE KDT-NUMMER(KUNDEN-POSITION) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "</cac:PartyIdentification>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "<cac:PostalAddress>" TO XML-ZEILE
    WRITE XML-ZEILE
    IF KDT-STRASSE(KUNDEN-POSITION) NOT = SPACES
        MOVE "cbc:StreetName" TO XR-TAG
        MOVE KDT-STRASSE(KUNDEN-POSITION) TO XR-TEXT-EIN
        PERFORM SCHREIBE-XR-ELEMENT
    END-IF
    IF KDT-NAME2(KUNDEN-POSITION) NOT = SPACES
        MOVE "cbc:AdditionalStreetName" TO XR-TAG
        MOVE KDT-NAME2(KUNDEN-POSITION) TO XR-TEXT-EIN
        PERFORM SCHREIBE-XR-ELEMENT
    END-IF
    MOVE "cbc:CityName" TO XR-TAG
    MOVE KDT-ORT(KUNDEN-POSITION) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:PostalZone" TO XR-TAG
    MOVE KDT-PLZ(KUNDEN-POSITION) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "<cac:Country>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:IdentificationCode" TO XR-TAG
    IF KDT-LAND(KUNDEN-POSITION) = SPACES
        MOVE "DE" TO XR-TEXT-EIN
    ELSE
        MOVE KDT-LAND(KUNDEN-POSITION) TO XR-TEXT-EIN
    END-IF
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "</cac:Country></cac:PostalAddress>" TO XML-ZEILE
    WRITE XML-ZEILE
    IF KDT-UST-ID(KUNDEN-POSITION) NOT = SPACES
        MOVE KDT-UST-ID(KUNDEN-POSITION) TO XR-TEXT-EIN
        MOVE "VAT" TO XR-SCHEMA
        PERFORM SCHREIBE-XR-STEUERSCHEMA
    END-IF
    MOVE "<cac:PartyLegalEntity>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:RegistrationName" TO XR-TAG
    MOVE KDT-NAME(KUNDEN-POSITION) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "</cac:PartyLegalEntity>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "</cac:Party></cac:AccountingCustomerParty>" TO XML-ZEILE
    WRITE XML-ZEILE.


*> ----------------------------------------------------------------
*> #11.4.1 PartyTaxScheme (XR-TEXT-EIN = Nummer, XR-SCHEMA =
*>         Schema VAT bzw. FC fuer die Steuernummer)
*> ----------------------------------------------------------------
SCHREIBE-XR-STEUERSCHEMA.
    MOVE "<cac:PartyTaxScheme>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:CompanyID" TO XR-TAG
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE SPACES TO XML-ZEILE
    STRING "<cac:TaxScheme><cbc:ID>" FUNCTION TRIM(XR-SCHEMA)
           "</cbc:ID></cac:TaxScheme></cac:PartyTaxScheme>"
        DELIMITED BY SIZE INTO XML-ZEILE
    END-STRING
    WRITE XML-ZEILE.


*> ----------------------------------------------------------------
*> #11.5 Zahlungsweg und Zahlungsbedingungen
*> ----------------------------------------------------------------
SCHREIBE-XR-ZAHLUNG.
    MOVE "<cac:PaymentMeans>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:PaymentMeansCode" TO XR-TAG
    MOVE "58" TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "<cac:PayeeFinancialAccount>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:ID" TO XR-TAG
    MOVE FIRMA-IBAN TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:Name" TO XR-TAG
    MOVE FIRMA-NAME TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    IF FIRMA-BIC NOT = SPACES
        MOVE "<cac:FinancialInstitutionBranch>" TO XML-ZEILE
        WRITE XML-ZEILE
        MOVE "cbc:ID" TO XR-TAG
        MOVE FIRMA-BIC TO XR-TEXT-EIN
        PERFORM SCHREIBE-XR-ELEMENT
        MOVE "</cac:FinancialInstitutionBranch>" TO XML-ZEILE
        WRITE XML-ZEILE
    END-IF
    MOVE "</cac:PayeeFinancialAccount></cac:PaymentMeans>"
        TO XML-ZEILE
    WRITE XML-ZEILE

    MOVE "<cac:PaymentTerms>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:Note" TO XR-TAG
    MOVE SPACES TO XR-TEXT-EIN
    IF XR-IST-GUTSCHRIFT
        STRING "Gutschrift zur Rechnung Nr. "
               GUT-ORIG-RECHNUNG(GUT-DRUCK-IDX)
               " - wird erstattet bzw. verrechnet."
            INTO XR-TEXT-EIN
        END-STRING
    ELSE
        MOVE RECHNUNG-ZIEL-TAGE TO XR-ZIEL-EDIT
        STRING "Zahlbar ohne Abzug innerhalb von "
               FUNCTION TRIM(XR-ZIEL-EDIT) " Tagen."
            INTO XR-TEXT-EIN
        END-STRING
    END-IF
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "</cac:PaymentTerms>" TO XML-ZEILE
    WRITE XML-ZEILE.


*> ----------------------------------------------------------------
*> #11.6 Steueraufschluesselung und Belegsummen
*> ----------------------------------------------------------------
*> Ein Steuersatz je Beleg (der am Rechnungsdatum gueltige Satz
*> aus MWST.CFG) - genau eine Zeile je Beleg in MWST-REGISTER.DAT.
SCHREIBE-XR-SUMMEN.
    MOVE "<cac:TaxTotal>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:TaxAmount" TO XR-TAG
    MOVE XR-STEUER TO XR-BETRAG
    PERFORM SCHREIBE-XR-BETRAG
    MOVE "<cac:TaxSubtotal>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:TaxableAmount" TO XR-TAG
    MOVE XR-NETTO TO XR-BETRAG
    PERFORM SCHREIBE-XR-BETRAG
    MOVE "cbc:TaxAmount" TO XR-TAG
    MOVE XR-STEUER TO XR-BETRAG
    PERFORM SCHREIBE-XR-BETRAG
    PERFORM SCHREIBE-XR-STEUERKATEGORIE
    MOVE "</cac:TaxSubtotal></cac:TaxTotal>" TO XML-ZEILE
    WRITE XML-ZEILE

    MOVE "<cac:LegalMonetaryTotal>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:LineExtensionAmount" TO XR-TAG
    MOVE XR-NETTO TO XR-BETRAG
    PERFORM SCHREIBE-XR-BETRAG
    MOVE "cbc:TaxExclusiveAmount" TO XR-TAG
    MOVE XR-NETTO TO XR-BETRAG
    PERFORM SCHREIBE-XR-BETRAG
    MOVE "cbc:TaxInclusiveAmount" TO XR-TAG
    MOVE XR-BRUTTO TO XR-BETRAG
    PERFORM SCHREIBE-XR-BETRAG
    MOVE "cbc:PayableAmount" TO XR-TAG
    MOVE XR-BRUTTO TO XR-BETRAG
    PERFORM SCHREIBE-XR-BETRAG
    MOVE "</cac:LegalMonetaryTotal>" TO XML-ZEILE
    WRITE XML-ZEILE.

SCHREIBE-XR-STEUERKATEGORIE.
    MOVE "<cac:TaxCategory>" TO XML-ZEILE
    WRITE XML-ZEILE
    PERFORM SCHREIBE-XR-STEUERSATZ
    MOVE "</cac:TaxCategory>" TO XML-ZEILE
    WRITE XML-ZEILE.

SCHREIBE-XR-STEUERSATZ.
    MOVE "cbc:ID" TO XR-TAG
    MOVE "S" TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:Percent" TO XR-TAG
    MOVE MWST-SATZ TO XR-PROZENT-EDIT
    MOVE FUNCTION TRIM(XR-PROZENT-EDIT) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "<cac:TaxScheme><cbc:ID>VAT</cbc:ID></cac:TaxScheme>"
        TO XML-ZEILE
    WRITE XML-ZEILE.


*> ----------------------------------------------------------------
*> #11.7 Rechnungsposition (Stunden x Preis = Positionsbetrag)
*> ----------------------------------------------------------------
SCHREIBE-XR-POSITION.
    ADD 1 TO XR-ZEILEN-NR
    MOVE SPACES TO XR-TEXT-EIN
    STRING "Leistung " FUNCTION TRIM(POS-VORNAME(POS-DRUCK-IDX))
           " " FUNCTION TRIM(POS-NACHNAME(POS-DRUCK-IDX))
           " am " POS-DATUM(POS-DRUCK-IDX)
           ", Projekt " FUNCTION TRIM(POS-PROJEKT(POS-DRUCK-IDX))
           ", Preiskarte " FUNCTION TRIM(POS-KARTE(POS-DRUCK-IDX))
        INTO XR-TEXT-EIN
    END-STRING
    IF POS-MEHR(POS-DRUCK-IDX) = "J"
        STRING FUNCTION TRIM(XR-TEXT-EIN)
               ", Mehrstunden ueber Kontingent"
            DELIMITED BY SIZE
            INTO XR-TEXT-EIN
        END-STRING
    END-IF
    MOVE POS-STUNDEN(POS-DRUCK-IDX) TO XR-MENGE
    MOVE POS-UMSATZ(POS-DRUCK-IDX)  TO XR-BETRAG
    MOVE "HUR" TO XR-EINHEIT
    *> Spesen: ein Stueck zum berechneten Betrag.
    IF POS-SPESEN-ART(POS-DRUCK-IDX) NOT = SPACE
        MOVE SPACES TO XR-TEXT-EIN
        STRING FUNCTION TRIM(POS-KARTE(POS-DRUCK-IDX))
               ", Beleg " FUNCTION TRIM(POS-BELEG(POS-DRUCK-IDX))
               ", " FUNCTION TRIM(POS-VORNAME(POS-DRUCK-IDX))
               " " FUNCTION TRIM(POS-NACHNAME(POS-DRUCK-IDX))
               " am " POS-DATUM(POS-DRUCK-IDX)
               ", Projekt " FUNCTION TRIM(POS-PROJEKT(POS-DRUCK-IDX))
            DELIMITED BY SIZE
            INTO XR-TEXT-EIN
        END-STRING
        MOVE "C62" TO XR-EINHEIT
    END-IF
    *> Geraete: Menge in Stunden (HUR) oder Tagen (DAY).
    IF POS-GERAET(POS-DRUCK-IDX) NOT = SPACES
        MOVE SPACES TO XR-TEXT-EIN
        STRING "Geraet " FUNCTION TRIM(POS-GERAET(POS-DRUCK-IDX))
               " " FUNCTION TRIM(POS-KARTE(POS-DRUCK-IDX))
               ", Bediener " FUNCTION TRIM(POS-VORNAME(POS-DRUCK-IDX))
               " " FUNCTION TRIM(POS-NACHNAME(POS-DRUCK-IDX))
               " am " POS-DATUM(POS-DRUCK-IDX)
               ", Projekt " FUNCTION TRIM(POS-PROJEKT(POS-DRUCK-IDX))
            DELIMITED BY SIZE
            INTO XR-TEXT-EIN
        END-STRING
        MOVE POS-MENGE(POS-DRUCK-IDX) TO XR-MENGE
        IF POS-EINHEIT(POS-DRUCK-IDX) = "T"
            MOVE "DAY" TO XR-EINHEIT
        END-IF
    END-IF
    PERFORM SCHREIBE-XR-ZEILE.

SCHREIBE-XR-GUTSCHRIFTZEILE.
    ADD 1 TO XR-ZEILEN-NR
    MOVE SPACES TO XR-TEXT-EIN
    STRING "Stornierte Leistung "
           FUNCTION TRIM(GUT-VORNAME(GUT-DRUCK-IDX)) " "
           FUNCTION TRIM(GUT-NACHNAME(GUT-DRUCK-IDX))
           " am " GUT-DATUM(GUT-DRUCK-IDX)
           ", Projekt " FUNCTION TRIM(GUT-PROJEKT(GUT-DRUCK-IDX))
        INTO XR-TEXT-EIN
    END-STRING
    MOVE GUT-STUNDEN(GUT-DRUCK-IDX) TO XR-MENGE
    MOVE GUT-BETRAG(GUT-DRUCK-IDX)  TO XR-BETRAG
    MOVE "HUR" TO XR-EINHEIT
    IF GUT-SPESEN(GUT-DRUCK-IDX) = "J"
        MOVE SPACES TO XR-TEXT-EIN
        STRING "Stornierte Spesen "
               FUNCTION TRIM(GUT-VORNAME(GUT-DRUCK-IDX)) " "
               FUNCTION TRIM(GUT-NACHNAME(GUT-DRUCK-IDX))
               " am " GUT-DATUM(GUT-DRUCK-IDX)
               ", Projekt " FUNCTION TRIM(GUT-PROJEKT(GUT-DRUCK-IDX))
            DELIMITED BY SIZE
            INTO XR-TEXT-EIN
        END-STRING
        MOVE "C62" TO XR-EINHEIT
    END-IF
    IF GUT-GERAET(GUT-DRUCK-IDX) NOT = SPACES
        MOVE SPACES TO XR-TEXT-EIN
        STRING "Storniertes Geraet "
               FUNCTION TRIM(GUT-GERAET(GUT-DRUCK-IDX))
               " am " GUT-DATUM(GUT-DRUCK-IDX)
               ", Projekt " FUNCTION TRIM(GUT-PROJEKT(GUT-DRUCK-IDX))
            DELIMITED BY SIZE
            INTO XR-TEXT-EIN
        END-STRING
        MOVE GUT-MENGE(GUT-DRUCK-IDX) TO XR-MENGE
        IF GUT-EINHEIT(GUT-DRUCK-IDX) = "T"
            MOVE "DAY" TO XR-EINHEIT
        END-IF
    END-IF
    PERFORM SCHREIBE-XR-ZEILE.

*> Erwartet Bezeichnung in XR-TEXT-EIN, Menge in XR-MENGE mit ihrer
*> Einheit in XR-EINHEIT (HUR = Stunde, DAY = Tag, C62 = Stueck) und
*> Positionsbetrag in XR-BETRAG. Ohne Stunden (Pauschale) wird
*> die Position als 1 Einheit zum Positionsbetrag ausgewiesen.
SCHREIBE-XR-ZEILE.
    IF XR-MENGE = 0
        MOVE 1 TO XR-MENGE
    END-IF
    COMPUTE XR-PREIS ROUNDED = XR-BETRAG / XR-MENGE
    MOVE XR-MENGE TO XR-MENGE-EDIT
    MOVE XR-TEXT-EIN TO XR-POS-TEXT

    MOVE SPACES TO XML-ZEILE
    STRING "<" FUNCTION TRIM(XR-ZEILE-TAG) ">"
        DELIMITED BY SIZE INTO XML-ZEILE
    END-STRING
    WRITE XML-ZEILE
    MOVE "cbc:ID" TO XR-TAG
    MOVE XR-ZEILEN-NR TO XR-ZEILEN-EDIT
    MOVE FUNCTION TRIM(XR-ZEILEN-EDIT) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE XR-MENGE-TAG TO XR-TAG
    MOVE SPACES TO XR-ATTRIBUT
    STRING "unitCode=""" XR-EINHEIT """"
        DELIMITED BY SIZE INTO XR-ATTRIBUT
    END-STRING
    MOVE FUNCTION TRIM(XR-MENGE-EDIT) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "cbc:LineExtensionAmount" TO XR-TAG
    PERFORM SCHREIBE-XR-BETRAG
    MOVE "<cac:Item>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "cbc:Name" TO XR-TAG
    MOVE XR-POS-TEXT TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "<cac:ClassifiedTaxCategory>" TO XML-ZEILE
    WRITE XML-ZEILE
    PERFORM SCHREIBE-XR-STEUERSATZ
    MOVE "</cac:ClassifiedTaxCategory></cac:Item>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE "<cac:Price>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE XR-PREIS TO XR-PREIS-EDIT
    MOVE "cbc:PriceAmount" TO XR-TAG
    MOVE "currencyID=""EUR""" TO XR-ATTRIBUT
    MOVE FUNCTION TRIM(XR-PREIS-EDIT) TO XR-TEXT-EIN
    PERFORM SCHREIBE-XR-ELEMENT
    MOVE "</cac:Price>" TO XML-ZEILE
    WRITE XML-ZEILE
    MOVE SPACES TO XML-ZEILE
    STRING "</" FUNCTION TRIM(XR-ZEILE-TAG) ">"
        DELIMITED BY SIZE INTO XML-ZEILE
    END-STRING
    WRITE XML-ZEILE.


*> ----------------------------------------------------------------
*> #11.8 Hilfsroutinen: Element, Betrag, Datum, Maskierung
*> ----------------------------------------------------------------
*> "<XR-TAG [XR-ATTRIBUT]>XR-TEXT-EIN</XR-TAG>"; der Text wird
*> XML-maskiert, XR-ATTRIBUT danach geloescht.
SCHREIBE-XR-ELEMENT.
    PERFORM MASKIERE-XR-TEXT
    MOVE SPACES TO XML-ZEILE
    IF XR-ATTRIBUT = SPACES
        STRING "<" FUNCTION TRIM(XR-TAG) ">"
               XR-TEXT-AUS(1:XR-AUS-POS)
               "</" FUNCTION TRIM(XR-TAG) ">"
            DELIMITED BY SIZE INTO XML-ZEILE
        END-STRING
    ELSE
        STRING "<" FUNCTION TRIM(XR-TAG) " "
               FUNCTION TRIM(XR-ATTRIBUT) ">"
               XR-TEXT-AUS(1:XR-AUS-POS)
               "</" FUNCTION TRIM(XR-TAG) ">"
            DELIMITED BY SIZE INTO XML-ZEILE
        END-STRING
    END-IF
    WRITE XML-ZEILE
    MOVE SPACES TO XR-ATTRIBUT.

*> Betrag XR-BETRAG als Element XR-TAG mit Waehrung.
SCHREIBE-XR-BETRAG.
    MOVE XR-BETRAG TO XR-BETRAG-EDIT
    MOVE FUNCTION TRIM(XR-BETRAG-EDIT) TO XR-TEXT-EIN
    MOVE "currencyID=""EUR""" TO XR-ATTRIBUT
    PERFORM SCHREIBE-XR-ELEMENT.

*> JJJJMMTT -> JJJJ-MM-TT.
FORMATIERE-XR-DATUM.
    MOVE SPACES TO XR-DATUM-ISO
    STRING XR-DATUM(1:4) "-" XR-DATUM(5:2) "-" XR-DATUM(7:2)
        DELIMITED BY SIZE INTO XR-DATUM-ISO
    END-STRING.

*> XR-TEXT-EIN (rechts getrimmt) nach XR-TEXT-AUS, &, <, > und "
*> als Entitaet; XR-AUS-POS = Laenge des Ergebnisses (min. 1).
MASKIERE-XR-TEXT.
    MOVE SPACES TO XR-TEXT-AUS
    MOVE 0 TO XR-AUS-POS
    MOVE 0 TO XR-EIN-LAENGE
    IF XR-TEXT-EIN NOT = SPACES
        COMPUTE XR-EIN-LAENGE =
            FUNCTION LENGTH(FUNCTION TRIM(XR-TEXT-EIN TRAILING))
    END-IF
    PERFORM VARYING XR-ZEICHEN-IDX FROM 1 BY 1
            UNTIL XR-ZEICHEN-IDX > XR-EIN-LAENGE
        MOVE XR-TEXT-EIN(XR-ZEICHEN-IDX:1) TO XR-ZEICHEN
        EVALUATE XR-ZEICHEN
            WHEN "&"
                MOVE "&amp;" TO XR-TEXT-AUS(XR-AUS-POS + 1:5)
                ADD 5 TO XR-AUS-POS
            WHEN "<"
                MOVE "&lt;" TO XR-TEXT-AUS(XR-AUS-POS + 1:4)
                ADD 4 TO XR-AUS-POS
            WHEN ">"
                MOVE "&gt;" TO XR-TEXT-AUS(XR-AUS-POS + 1:4)
                ADD 4 TO XR-AUS-POS
            WHEN """"
                MOVE "&quot;" TO XR-TEXT-AUS(XR-AUS-POS + 1:6)
                ADD 6 TO XR-AUS-POS
            WHEN OTHER
                ADD 1 TO XR-AUS-POS
                MOVE XR-ZEICHEN TO XR-TEXT-AUS(XR-AUS-POS:1)
        END-EVALUATE
    END-PERFORM
    IF XR-AUS-POS = 0
        MOVE 1 TO XR-AUS-POS
    END-IF.


*> ================================================================
*> #12 Probelauf und Freigabe
*> ================================================================
*> ----------------------------------------------------------------
*> #12.1 Summen des fakturierbaren Bestands bilden
*> ----------------------------------------------------------------
*> Dieselben Summen haelt der Probelauf in RECHNUNG-PROBE.KTL
*> fest; die Freigabe vergleicht sie, bevor sie eine Nummer
*> vergibt.
BILDE-LAUFSUMMEN.
    MOVE 0 TO LS-STUNDEN LS-NETTO LS-GUT-NETTO
    MOVE EMPFAENGER-ANZAHL TO LS-RECHNUNGEN
    MOVE GUT-ANZAHL        TO LS-GUTSCHRIFTEN
    PERFORM VARYING POS-DRUCK-IDX FROM 1 BY 1
            UNTIL POS-DRUCK-IDX > POSITION-ANZAHL
        ADD POS-STUNDEN(POS-DRUCK-IDX) TO LS-STUNDEN
        ADD POS-UMSATZ(POS-DRUCK-IDX)  TO LS-NETTO
    END-PERFORM
    PERFORM VARYING GUT-DRUCK-IDX FROM 1 BY 1
            UNTIL GUT-DRUCK-IDX > GUT-ANZAHL
        ADD GUT-BETRAG(GUT-DRUCK-IDX) TO LS-GUT-NETTO
    END-PERFORM.


*> ----------------------------------------------------------------
*> #12.2 Probeliste anlegen, Entwuerfe des Vorlaufs entfernen
*> ----------------------------------------------------------------
OEFFNE-PROBELISTE.
    MOVE "rm -f ENTWURF-*.TXT" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE

    OPEN OUTPUT PROBELISTE
    IF FS-PROBELISTE NOT = "00"
        DISPLAY "Fehler beim Oeffnen RECHNUNG-PROBELISTE.RPT, Status="
                FS-PROBELISTE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE MWST-SATZ TO PRINT-MWST-SATZ
    MOVE SPACES TO PROBELISTE-ZEILE
    STRING "PROBELISTE Rechnungslauf vom " RECHNUNG-LAUFDATUM
           " (MwSt " PRINT-MWST-SATZ "%)"
        DELIMITED BY SIZE INTO PROBELISTE-ZEILE
    END-STRING
    WRITE PROBELISTE-ZEILE
    MOVE SPACES TO PROBELISTE-ZEILE
    STRING "Entwuerfe ohne endgueltige Nummer - naechste freie"
           " Rechnungsnummer: " PROBE-ERSTE-NR
        DELIMITED BY SIZE INTO PROBELISTE-ZEILE
    END-STRING
    WRITE PROBELISTE-ZEILE
    MOVE SPACES TO PROBELISTE-ZEILE
    WRITE PROBELISTE-ZEILE
    MOVE "Entw.  Art Empfaenger    Std         Netto          MwSt        Brutto"
        TO PROBELISTE-ZEILE
    WRITE PROBELISTE-ZEILE
    MOVE ALL "-" TO PROBELISTE-ZEILE(1:74)
    WRITE PROBELISTE-ZEILE.


*> ----------------------------------------------------------------
*> #12.3 Eine Zeile je Entwurf
*> ----------------------------------------------------------------
*> Erwartet RECHNUNG-NR (Entwurfsnummer), XR-BELEGART,
*> AKTUELLER-EMPFAENGER, RECHNUNG-STUNDEN und XR-NETTO/-STEUER/
*> -BRUTTO wie fuer die E-Rechnung.
SCHREIBE-PROBEZEILE.
    IF XR-IST-GUTSCHRIFT
        ADD XR-STEUER TO PROBE-GUT-STEUER
        ADD XR-BRUTTO TO PROBE-GUT-BRUTTO
    ELSE
        ADD XR-STEUER TO PROBE-SUMME-STEUER
        ADD XR-BRUTTO TO PROBE-SUMME-BRUTTO
    END-IF
    IF FS-PROBELISTE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE XR-NETTO  TO PRINT-PROBE-NETTO
    MOVE XR-STEUER TO PRINT-PROBE-STEUER
    MOVE XR-BRUTTO TO PRINT-PROBE-BRUTTO
    MOVE SPACES TO PROBELISTE-ZEILE
    STRING RECHNUNG-NR "  " XR-BELEGART "   "
           AKTUELLER-EMPFAENGER " " RECHNUNG-STUNDEN " "
           PRINT-PROBE-NETTO "  " PRINT-PROBE-STEUER "  "
           PRINT-PROBE-BRUTTO
        DELIMITED BY SIZE INTO PROBELISTE-ZEILE
    END-STRING
    IF XR-IST-GUTSCHRIFT
        MOVE SPACES TO PROBELISTE-ZEILE(76:25)
        STRING "zu Rg. " GUT-ORIG-RECHNUNG(GUT-DRUCK-IDX)
            DELIMITED BY SIZE INTO PROBELISTE-ZEILE(76:25)
        END-STRING
    END-IF
    WRITE PROBELISTE-ZEILE
    IF PROBE-ERECH-HINWEIS NOT = SPACES
        MOVE SPACES TO PROBELISTE-ZEILE
        STRING "        E-Rechnung wuerde abgelehnt: "
               FUNCTION TRIM(PROBE-ERECH-HINWEIS)
            DELIMITED BY SIZE INTO PROBELISTE-ZEILE
        END-STRING
        WRITE PROBELISTE-ZEILE
    END-IF.


*> ----------------------------------------------------------------
*> #12.4 Probeliste abschliessen, Kontrollsummen festhalten
*> ----------------------------------------------------------------
SCHLIESSE-PROBELISTE.
    IF FS-PROBELISTE = "00"
        MOVE ALL "-" TO PROBELISTE-ZEILE(1:74)
        WRITE PROBELISTE-ZEILE
        MOVE LS-NETTO           TO PRINT-PROBE-NETTO
        MOVE PROBE-SUMME-STEUER TO PRINT-PROBE-STEUER
        MOVE PROBE-SUMME-BRUTTO TO PRINT-PROBE-BRUTTO
        MOVE SPACES TO PROBELISTE-ZEILE
        STRING "Rechnungen   " LS-RECHNUNGEN "  " LS-STUNDEN " "
               PRINT-PROBE-NETTO "  " PRINT-PROBE-STEUER "  "
               PRINT-PROBE-BRUTTO
            DELIMITED BY SIZE INTO PROBELISTE-ZEILE
        END-STRING
        WRITE PROBELISTE-ZEILE
        MOVE LS-GUT-NETTO     TO PRINT-PROBE-NETTO
        MOVE PROBE-GUT-STEUER TO PRINT-PROBE-STEUER
        MOVE PROBE-GUT-BRUTTO TO PRINT-PROBE-BRUTTO
        MOVE SPACES TO PROBELISTE-ZEILE
        STRING "Gutschriften " LS-GUTSCHRIFTEN "          "
               PRINT-PROBE-NETTO "  " PRINT-PROBE-STEUER "  "
               PRINT-PROBE-BRUTTO
            DELIMITED BY SIZE INTO PROBELISTE-ZEILE
        END-STRING
        WRITE PROBELISTE-ZEILE
        MOVE SPACES TO PROBELISTE-ZEILE
        WRITE PROBELISTE-ZEILE
        MOVE "Freigabe: RECHNUNGS-GENERATOR mit Parameter FREIGABE -"
            TO PROBELISTE-ZEILE
        WRITE PROBELISTE-ZEILE
        MOVE "nur solange der Bestand unveraendert ist, sonst erst"
            TO PROBELISTE-ZEILE
        WRITE PROBELISTE-ZEILE
        MOVE "einen neuen Probelauf."
            TO PROBELISTE-ZEILE
        WRITE PROBELISTE-ZEILE
        CLOSE PROBELISTE
    END-IF

    OPEN OUTPUT PROBE-KONTROLLE
    IF FS-PROBE-KTL NOT = "00"
        DISPLAY "Fehler beim Schreiben von RECHNUNG-PROBE.KTL,"
                " Status=" FS-PROBE-KTL " - Freigabe nicht moeglich."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO PROBE-KONTROLLE-RECORD
    SET PBK-OFFEN TO TRUE
    MOVE RECHNUNG-LAUFDATUM TO PBK-DATUM
    MOVE LS-RECHNUNGEN      TO PBK-RECHNUNGEN
    MOVE LS-GUTSCHRIFTEN    TO PBK-GUTSCHRIFTEN
    MOVE LS-STUNDEN         TO PBK-STUNDEN
    MOVE LS-NETTO           TO PBK-NETTO
    MOVE LS-GUT-NETTO       TO PBK-GUT-NETTO
    MOVE 0 TO PBK-ERSTE-NR PBK-LETZTE-NR
    WRITE PROBE-KONTROLLE-RECORD
    CLOSE PROBE-KONTROLLE.


*> ----------------------------------------------------------------
*> #12.5 Freigabe gegen den Probelauf pruefen
*> ----------------------------------------------------------------
*> Freigegeben wird nur, was der Probelauf gezeigt hat. Weichen
*> Anzahl, Stunden oder Nettobetraege ab, hat sich der Bestand
*> seither geaendert (neue Buchungen, Storni, Stammdaten, Preise)
*> - dann wird keine Nummer vergeben.
PRUEFE-PROBELAUF.
    MOVE "N" TO PROBE-ABWEICHUNG
    COMPUTE PROBE-ERSTE-NR = RECHNUNG-NR + 1
    OPEN INPUT PROBE-KONTROLLE
    IF FS-PROBE-KTL NOT = "00"
        DISPLAY "FEHLER: kein Probelauf vorhanden"
                " (RECHNUNG-PROBE.KTL fehlt)."
        MOVE "J" TO PROBE-ABWEICHUNG
        EXIT PARAGRAPH
    END-IF
    READ PROBE-KONTROLLE
        AT END MOVE SPACES TO PROBE-KONTROLLE-RECORD
    END-READ
    CLOSE PROBE-KONTROLLE
    IF NOT PBK-OFFEN
        DISPLAY "FEHLER: der letzte Probelauf ist bereits"
                " freigegeben - erst einen neuen Probelauf"
                " ausfuehren."
        MOVE "J" TO PROBE-ABWEICHUNG
        EXIT PARAGRAPH
    END-IF
    MOVE PBK-DATUM TO PROBE-DATUM
    IF PBK-RECHNUNGEN   NOT = LS-RECHNUNGEN
     OR PBK-GUTSCHRIFTEN NOT = LS-GUTSCHRIFTEN
     OR PBK-STUNDEN      NOT = LS-STUNDEN
     OR PBK-NETTO        NOT = LS-NETTO
     OR PBK-GUT-NETTO    NOT = LS-GUT-NETTO
        MOVE "J" TO PROBE-ABWEICHUNG
        DISPLAY "FEHLER: Bestand weicht vom Probelauf vom "
                PBK-DATUM " ab:"
        MOVE PBK-NETTO     TO PRINT-PROBE-NETTO
        MOVE PBK-GUT-NETTO TO PRINT-PROBE-STEUER
        DISPLAY "  Probelauf: " PBK-RECHNUNGEN " Rechnung(en) "
                PBK-STUNDEN " Std netto " PRINT-PROBE-NETTO ", "
                PBK-GUTSCHRIFTEN " Gutschrift(en) netto "
                PRINT-PROBE-STEUER
        MOVE LS-NETTO     TO PRINT-PROBE-NETTO
        MOVE LS-GUT-NETTO TO PRINT-PROBE-STEUER
        DISPLAY "  jetzt:     " LS-RECHNUNGEN " Rechnung(en) "
                LS-STUNDEN " Std netto " PRINT-PROBE-NETTO ", "
                LS-GUTSCHRIFTEN " Gutschrift(en) netto "
                PRINT-PROBE-STEUER
    END-IF.


*> ----------------------------------------------------------------
*> #12.6 Probelauf als freigegeben kennzeichnen
*> ----------------------------------------------------------------
*> Dieselbe Kontrolldatei laesst sich nicht zweimal freigeben;
*> die Entwuerfe sind mit der Freigabe erledigt.
MARKIERE-PROBELAUF-FREIGEGEBEN.
    OPEN OUTPUT PROBE-KONTROLLE
    IF FS-PROBE-KTL = "00"
        MOVE SPACES TO PROBE-KONTROLLE-RECORD
        SET PBK-FREIGEGEBEN TO TRUE
        MOVE PROBE-DATUM     TO PBK-DATUM
        MOVE LS-RECHNUNGEN   TO PBK-RECHNUNGEN
        MOVE LS-GUTSCHRIFTEN TO PBK-GUTSCHRIFTEN
        MOVE LS-STUNDEN      TO PBK-STUNDEN
        MOVE LS-NETTO        TO PBK-NETTO
        MOVE LS-GUT-NETTO    TO PBK-GUT-NETTO
        MOVE PROBE-ERSTE-NR  TO PBK-ERSTE-NR
        MOVE RECHNUNG-NR     TO PBK-LETZTE-NR
        WRITE PROBE-KONTROLLE-RECORD
        CLOSE PROBE-KONTROLLE
    END-IF
    MOVE "rm -f ENTWURF-*.TXT" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE
    DISPLAY "Probelauf vom " PROBE-DATUM " freigegeben: Nummern "
            PROBE-ERSTE-NR " bis " RECHNUNG-NR ".".


*> ================================================================
*> #13 Kommandozeilenparameter auswerten
*> ================================================================
*> Ein unbekannter Parameter bricht ab - ein Tippfehler bei PROBE
*> soll nicht versehentlich echte Rechnungen erzeugen.
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        EVALUATE FUNCTION UPPER-CASE(WS-ARGUMENT-WERT)
            WHEN "PROBE"
                SET LAUF-PROBE TO TRUE
            WHEN "FREIGABE"
                SET LAUF-FREIGABE TO TRUE
            WHEN OTHER
                DISPLAY "FEHLER: unbekannter Parameter "
                        FUNCTION TRIM(WS-ARGUMENT-WERT)
                        " (erlaubt: PROBE, FREIGABE)."
                MOVE 8 TO RETURN-CODE
        END-EVALUATE
    END-IF.


*> ================================================================
*> #14 Aktive Firma lesen (Konzernsicht = "**")
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
