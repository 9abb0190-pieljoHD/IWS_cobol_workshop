      *>                 "SPE" = Spesensatz, alternative Sicht
      *>                 siehe BUCHUNG-SPESEN weiter unten;
      *>                 "BER" = Rufbereitschaftssatz, alternative
      *>                 Sicht siehe BUCHUNG-BEREITSCHAFT;
      *>                 "EMZ" = Einmalzahlung, alternative Sicht
      *>                 siehe BUCHUNG-EINMALZAHLUNG;
      *>                 "GER" = Geraete-/Maschinennutzung,
      *>                 alternative Sicht siehe BUCHUNG-GERAET;
      *>                 "SUB" = Stunden eines Subunternehmers,
      *>                 alternative Sicht siehe
      *>                 BUCHUNG-SUBUNTERNEHMER)
      *>          54     Abwesenheitsart (U=Urlaub, K=Krankheit,
      *>                 N=unbezahlter Urlaub; nur bei "ABW" belegt)
      *>          55-62  Projekt-/Kostentraegercode (leer erlaubt)
      *>          67-70  Schichtende HHMM (leer = unbekannt)
      *>          71-78  Erfasser/Korrektor (Operator-Kennung aus
      *>                 BENUTZER.CFG; leer bei Batch-Zulaeufen)
      *>          79-80  Taetigkeitscode (leer = Projektarbeit:
      *>                 fakturierbar, Arbeitszeit, zuschlagsfaehig;
      *>                 sonst ein Code aus dem Taetigkeitskatalog
      *>                 TAETIGKEIT.CFG, z.B. interne Besprechung,
      *>                 Schulung, Gewaehrleistungsnacharbeit;
      *>                 "RZ" = Reisezeit, wird vom
      *>                 RECHNUNGS-GENERATOR zum Reisesatz der
      *>                 Preiskarte fakturiert, sofern die Karte
      *>                 einen hat)
      *> ================================================================
       01  BUCHUNGS-RECORD.
           05 BR-VORNAME         PIC X(10).
               88 SATZ-IST-STORNO      VALUE "STO".
               88 SATZ-IST-SPESEN      VALUE "SPE".
               88 SATZ-IST-BEREITSCHAFT VALUE "BER".
               88 SATZ-IST-EINMALZAHLUNG VALUE "EMZ".
               88 SATZ-IST-GERAET      VALUE "GER".
               88 SATZ-IST-SUBUNTERNEHMER VALUE "SUB".
           05 BR-ABW-ART         PIC X(01).
               88 ABW-IST-URLAUB    VALUE "U".
               88 ABW-IST-KRANKHEIT VALUE "K".
           05 BR-BEGINN-ZEIT     PIC X(04).
           05 BR-ENDE-ZEIT       PIC X(04).
           05 BR-ERFASSER        PIC X(08).
           05 BR-TAETIGKEIT      PIC X(02).
               88 TAETIGKEIT-IST-REISEZEIT VALUE "RZ".

      *> ================================================================
      *> Alternative Sichten auf denselben 80-Byte-Satz fuer den
      *> Gehaltsspalten (35-42, ungepunktete Cents), die Spesenart auf
      *> dem Abwesenheitsart-Byte (54) und die Belegnummer auf den
      *> Projektspalten (55-62). Stunden- und Geburtsdatumsspalten
      *> sind auf Spesensaetzen nicht belegt. Das Projekt, fuer das die
      *> Reise angefallen ist, steht auf den Schichtzeitspalten (63-70),
      *> das Weiterberechnungskennzeichen auf dem ersten Byte des
      *> Taetigkeitscodes (79): "J" = dem Kunden weiterberechnen,
      *> "N" = nicht weiterberechnen (Firma traegt die Kosten), leer =
      *> nach SPESEN-WEITERBERECHNUNG.CFG (Projekt und Spesenart).
      *> ================================================================
       01  BUCHUNG-SPESEN REDEFINES BUCHUNGS-RECORD.
           05 BSP-VORNAME        PIC X(10).
               88 SPESEN-IST-VERPFLEGUNG   VALUE "V".
               88 SPESEN-IST-SONSTIGE      VALUE "S".
           05 BSP-BELEG-REF      PIC X(08).
           05 BSP-PROJEKT        PIC X(08).
           05 FILLER             PIC X(08).
           05 BSP-WEITERBERECHNEN PIC X(01).
               88 SPESEN-WEITERBERECHNEN   VALUE "J".
               88 SPESEN-NICHT-WEITERBER   VALUE "N".
               88 SPESEN-NACH-VORGABE      VALUE SPACE.
           05 FILLER             PIC X(01).

      *> ================================================================
      *> Alternative Sicht fuer Rufbereitschaftssaetze (Satzkennung
           05 BBR-EINSATZ-BEGINN PIC X(04).
           05 BBR-EINSATZ-ENDE   PIC X(04).
           05 FILLER             PIC X(10).

      *> ================================================================
      *> Alternative Sicht fuer Einmalzahlungen (Satzkennung "EMZ"):
      *> Praemie, Weihnachts-/Urlaubsgeld oder Provision fuer einen
      *> Mitarbeiter und Abrechnungsmonat. Der Betrag liegt auf den
      *> Gehaltsspalten (35-42, ungepunktete Cents), der
      *> Abrechnungsmonat (JJJJMM) auf den Geburtsdatumsspalten
      *> (43-48), die Zahlungsart auf dem Abwesenheitsart-Byte (54)
      *> und eine Referenz (Zielvereinbarung, Beschluss) auf den
      *> Projektspalten (55-62). Stundenspalten sind nicht belegt;
      *> das Buchungsdatum ist der Erfassungstag.
      *> ================================================================
       01  BUCHUNG-EINMALZAHLUNG REDEFINES BUCHUNGS-RECORD.
           05 BEZ-VORNAME        PIC X(10).
           05 BEZ-NACHNAME       PIC X(10).
           05 FILLER             PIC X(03).
           05 BEZ-BUCHUNGS-NR    PIC X(03).
           05 BEZ-DATUM          PIC 9(08).
           05 BEZ-BETRAG         PIC 9(06)V99.
           05 BEZ-PERIODE        PIC 9(06).
           05 BEZ-PERIODE-X REDEFINES BEZ-PERIODE.
               10 BEZ-PERIODE-JAHR  PIC 9(04).
               10 BEZ-PERIODE-MONAT PIC 9(02).
           05 FILLER             PIC X(02).
           05 BEZ-SATZKENNUNG    PIC X(03).
           05 BEZ-ZAHLUNGSART    PIC X(01).
               88 EMZ-IST-PRAEMIE        VALUE "B".
               88 EMZ-IST-WEIHNACHTSGELD VALUE "W".
               88 EMZ-IST-URLAUBSGELD    VALUE "U".
               88 EMZ-IST-PROVISION      VALUE "P".
               88 EMZ-IST-SONSTIGE       VALUE "S".
           05 BEZ-REFERENZ       PIC X(08).
           05 FILLER             PIC X(18).

      *> ================================================================
      *> Alternative Sicht fuer Geraetesaetze (Satzkennung "GER"):
      *> Nutzung eines Geraets aus GERAETE-STAMM.DAT (Satzlayout
      *> GERAETREC) auf einem Projekt. Vor-/Nachname sind der
      *> Bediener, die Menge liegt auf den Stundenspalten (21-23), die
      *> Geraetenummer auf den Gehaltsspalten (35-42), die Einheit auf
      *> dem Abwesenheitsart-Byte (54: "S" = Stunden, "T" = Tage) und
      *> das Projekt wie gewohnt auf 55-62. Bei Stunden belegen
      *> Beginn/Ende (63-70, HHMM) den Zeitraum, in dem das Geraet
      *> gebunden war; ein Tagessatz bindet das Geraet den ganzen
      *> Tag. Geburtsdatumsspalten und Taetigkeitscode sind nicht
      *> belegt. Die Menge zaehlt nicht als Arbeitszeit des Bedieners
      *> - seine eigenen Stunden bucht er wie bisher als Arbeitssatz.
      *> ================================================================
       01  BUCHUNG-GERAET REDEFINES BUCHUNGS-RECORD.
           05 BGE-VORNAME        PIC X(10).
           05 BGE-NACHNAME       PIC X(10).
           05 BGE-MENGE          PIC 9(03).
           05 BGE-BUCHUNGS-NR    PIC X(03).
           05 BGE-DATUM          PIC 9(08).
           05 BGE-GERAET         PIC X(08).
           05 FILLER             PIC X(08).
           05 BGE-SATZKENNUNG    PIC X(03).
           05 BGE-EINHEIT        PIC X(01).
               88 GERAET-NACH-STUNDEN VALUE "S".
               88 GERAET-NACH-TAGEN   VALUE "T".
           05 BGE-PROJEKT        PIC X(08).
           05 BGE-BEGINN         PIC X(04).
           05 BGE-ENDE           PIC X(04).
           05 FILLER             PIC X(10).

      *> ================================================================
      *> Alternative Sicht fuer Subunternehmersaetze (Satzkennung
      *> "SUB"): Stunden eines Subunternehmers bzw. Freiberuflers aus
      *> SUBUNTERNEHMER-STAMM.DAT (Satzlayout SUBUNTREC) auf einem
      *> Kundenprojekt. Vor-/Nachname sind die eingesetzte Person
      *> (kein Mitarbeiter), Stunden, Buchungsnummer und -datum wie
      *> gewohnt, die Subunternehmernummer auf den Gehaltsspalten
      *> (35-42), die Nummer seines Stundenzettels (optional) auf den
      *> Geburtsdatumsspalten (43-50); Projekt, Schichtzeiten,
      *> Erfasser und Taetigkeitscode wie bei Arbeitssaetzen. Die
      *> Stunden zaehlen nicht als Arbeitszeit eines Mitarbeiters.
      *> ================================================================
       01  BUCHUNG-SUBUNTERNEHMER REDEFINES BUCHUNGS-RECORD.
           05 BSU-VORNAME        PIC X(10).
           05 BSU-NACHNAME       PIC X(10).
           05 BSU-STUNDEN        PIC 9(03).
           05 BSU-BUCHUNGS-NR    PIC X(03).
           05 BSU-DATUM          PIC 9(08).
           05 BSU-SUBUNTERNEHMER PIC X(08).
           05 BSU-STUNDENZETTEL  PIC X(08).
           05 BSU-SATZKENNUNG    PIC X(03).
           05 FILLER             PIC X(01).
           05 BSU-PROJEKT        PIC X(08).
           05 BSU-BEGINN         PIC X(04).
           05 BSU-ENDE           PIC X(04).
           05 BSU-ERFASSER       PIC X(08).
           05 BSU-TAETIGKEIT     PIC X(02).
