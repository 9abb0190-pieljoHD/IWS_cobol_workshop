               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSSTAMM.

           *> Indizierter Stamm (STAMM-INDEX): ist er vorhanden, wird
           *> je Buchung per Namensschluessel gelesen statt den Stamm
           *> in die Tabelle zu laden.
           SELECT MITARBEITER-STAMM-INDEX
               ASSIGN TO "MITARBEITER-STAMM.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-PERSONALNR
               ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
               FILE STATUS IS FSSTAMMIDX.

           *> Aktive Firma der Gruppe (FIRMEN-WECHSEL); fehlt die
           *> Datei, arbeitet die Installation einfirmig.
           SELECT FIRMA-AKTIV
               ASSIGN TO "FIRMA-AKTIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSFIRMAAKT.

           *> Laufende Generationsnummer fuer das Tagesarchiv (siehe
           *> ARCHIVIERE-LAUF) - eine Zeile mit der zuletzt vergebenen
           *> Nummer, nach dem gleichen Zaehlprinzip wie VALIDIERER.CKP.
           *> gueltiges Zertifikat abgelehnt - ein abgelaufener
           *> Schein auf einem sicherheitskritischen Projekt ist
           *> fuer uns nicht versicherbar.
           *> Projektstamm mit Lebenszyklus (Satzlayout PROJREC,
           *> gepflegt ueber PROJEKT-PFLEGE): liefert zusaetzlich
           *> zu PROJEKT-MASTER.CFG Status, Laufzeit und bis zu drei
           *> benoetigte Qualifikationen. Fehlt die Datei, gilt allein
           *> PROJEKT-MASTER.CFG wie bisher.
           SELECT PROJEKT-STAMM
               ASSIGN TO "PROJEKT-STAMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSPROJSTAMM.

           SELECT QUALIFIKATIONEN
               ASSIGN TO "QUALIFIKATIONEN.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSPROJZU.

           *> Geraete- und Maschinenstamm (Satzlayout GERAETREC):
           *> ein Geraetesatz ("GER") muss ein aktives Geraet aus
           *> diesem Stamm buchen. Anders als beim Projektstamm wird
           *> ohne Datei NICHT durchgewunken - ein Geraet ohne
           *> Stammzeile hat keinen Satz und liesse sich weder
           *> berechnen noch umlegen.
           SELECT GERAETE-STAMM
               ASSIGN TO "GERAETE-STAMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSGERAET.

           *> Subunternehmerstamm (Satzlayout SUBUNTREC): ein
           *> Subunternehmersatz ("SUB") muss einen Vertrag aus diesem
           *> Stamm buchen. Wie beim Geraetestamm wird ohne Datei
           *> nicht durchgewunken - ohne Einkaufssatz liesse sich die
           *> Eingangsrechnung nicht abgleichen.
           SELECT SUBUNTERNEHMER-STAMM
               ASSIGN TO "SUBUNTERNEHMER-STAMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSSUBUNT.

           *> Taetigkeitskatalog (eine Zeile je Code: "<Code>
           *> <Fakturierbar J/N> <Arbeitszeit J/N> <Zuschlag J/N>
           *> [Bezeichnung]"). Ein gefuellter Taetigkeitscode muss
           *> im Katalog stehen; fehlt die Datei, wird die Pruefung
           *> uebersprungen wie beim Projektstamm.
           SELECT TAETIGKEIT-CFG
               ASSIGN TO "TAETIGKEIT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTAET.

           *> Vom PERIODEN-ABSCHLUSS gesperrte Abrechnungsperioden
           *> (eine Zeile JJJJMM je abgeschlossener Periode); ein
           *> Vorlaufsatz mit Laufdatum in einer gesperrten Periode
       01 EMPLOYEE-MASTER-ZEILE PIC X(80).

       FD MITARBEITER-STAMM.
       01 MITARBEITER-STAMM-ZEILE PIC X(152).

       FD MITARBEITER-STAMM-INDEX.
       COPY STAMMIDX.

       FD FIRMA-AKTIV.
       COPY FIRMREC.

       FD ARCHIV-GENERATION.
       01 ARCHIV-GEN-RECORD PIC 9(6).
       FD PROJEKT-GESCHLOSSEN.
       01 PROJEKT-GESCHLOSSEN-ZEILE PIC X(8).

       FD PROJEKT-STAMM.
       COPY PROJREC.

       FD GERAETE-STAMM.
       COPY GERAETREC.

       FD SUBUNTERNEHMER-STAMM.
       COPY SUBUNTREC.

       FD TAETIGKEIT-CFG.
       01 TAETIGKEIT-CFG-ZEILE PIC X(60).

       FD QUALIFIKATIONEN.
       01 QUALIFIKATIONEN-ZEILE PIC X(50).

       77 FSNC      PIC XX VALUE SPACES.
       77 FSEMP     PIC XX VALUE SPACES.
       77 FSSTAMM   PIC XX VALUE SPACES.
       77 FSSTAMMIDX PIC XX VALUE SPACES.
       77 EOF-FLAG  PIC X  VALUE "N".
       77 ZEILEN-NR PIC 9(6) VALUE 0.

       *> Gelesener Stammsatz (aus MITARBEITER-STAMM.DAT oder dem
       *> Index).
       COPY STAMMREC.
       *> "J" = MITARBEITER-STAMM.IDX ist offen, Zugriff per
       *> Schluessel; die Tabelle unten bleibt dann leer.
       01 STAMM-INDEX-OFFEN PIC X VALUE "N".
       01 STAMM-INDEX-TREFFER PIC X VALUE "N".

       *> Mitarbeiterstamm, gegen den Vorname/Nachname jeder Buchung
       *> geprueft werden; ohne EMPLOYEE-MASTER.DAT bleibt die Tabelle
       *> leer und die Pruefung wird uebersprungen (EMPLOYEE-ANZAHL = 0).
               10 EMP-NACHNAME PIC X(10).
               10 EMP-EINTRITT PIC 9(08).
               10 EMP-AUSTRITT PIC 9(08).
               10 EMP-FIRMA    PIC X(02).
       01 EMP-EOF-FLAG PIC X VALUE "N".
       *> Beschaeftigungszeitraum des zuletzt im Stamm gefundenen
       *> Mitarbeiters (0 = nicht begrenzt).
       01 GEF-EINTRITT PIC 9(08) VALUE 0.
       01 GEF-AUSTRITT PIC 9(08) VALUE 0.
       *> Arbeitgeber-Firma des zuletzt gefundenen Mitarbeiters
       *> (leer = unbekannt, Altstamm ohne Firma).
       01 GEF-FIRMA    PIC X(02) VALUE SPACES.

       *> Aktive Firma und Stammfirma aus FIRMA-AKTIV.DAT (beide
       *> leer = einfirmig, "**" = Konzernsicht).
       77 FSFIRMAAKT   PIC XX VALUE SPACES.
       01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.
       01 STAMM-FIRMA  PIC X(02) VALUE SPACES.
       01 SEEN-FIRMEN-PRAEFIX PIC X(03) VALUE SPACES.
       01 MITARBEITER-GEFUNDEN PIC X VALUE "N".

       *> Tagesarchiv der akzeptierten Saetze und des Laufergebnisses,
       77 FSHIST PIC XX VALUE SPACES.
       01 HIST-EOF PIC X VALUE "N".
       01 STORNO-REFERENZ-OK PIC X VALUE "N".
       *> Satzkennung der referenzierten Originalbuchung - der Storno
       *> einer Subunternehmerbuchung traegt keinen Mitarbeiter.
       01 STORNO-ORIGINAL-KENNUNG PIC X(3).
       01 CNT-STORNO PIC 9(6) VALUE 0.

       *> Vorkorrektur-Regeln aus AUTO-KORREKTUR.CFG.
      *> Einsatzzuschlag, darum zaehlen sie dort und hier getrennt
      *> von den Arbeitsbuchungen.
       01 CNT-BEREITSCHAFT PIC 9(6) VALUE 0.

      *> Akzeptierte Einmalzahlungen (Satzkennung "EMZ") - Lohn, kein
      *> Umsatz; UMSATZ-RECHNER reicht sie nur an den Lohnexport durch.
       01 CNT-EINMAL PIC 9(6) VALUE 0.

      *> Akzeptierte Geraetesaetze (Satzkennung "GER") - Umsatz des
      *> Geraets, keine Arbeitszeit des Bedieners; der
      *> RECHNUNGS-GENERATOR berechnet sie, INTERNE-UMLAGE schreibt
      *> sie der Eigner-Kostenstelle gut.
       01 CNT-GERAET PIC 9(6) VALUE 0.

      *> Akzeptierte Subunternehmersaetze (Satzkennung "SUB") - Umsatz
      *> auf dem Projekt, Einkauf beim Subunternehmer, keine
      *> Arbeitszeit eines Mitarbeiters.
       01 CNT-SUBUNT PIC 9(6) VALUE 0.
       01 BER-FENSTER-STD  PIC 9(2).
       01 BER-FENSTER-MIN  PIC 9(2).

       01 VORSCHLAG-PUNKTE   PIC 9(2).
       01 VORSCHLAG-PUNKTE-2 PIC 9(2).
       01 VORSCHLAG-SCAN-IDX PIC 9(4).
       01 KANDIDAT-VORNAME   PIC X(10).
       01 KANDIDAT-NACHNAME  PIC X(10).
       01 VORSCHLAG-BESTER-VORNAME  PIC X(10).
       01 VORSCHLAG-BESTER-NACHNAME PIC X(10).
       01 VERGLEICH-A        PIC X(10).
       01 VERGLEICH-B        PIC X(10).
       01 VERGLEICH-PUNKTE   PIC 9(2).
                               INDEXED BY PJ-IDX.
               10 PROJEKT-CODE PIC X(8).
               10 PROJEKT-QUAL PIC X(8).
               10 PROJEKT-QUAL-2  PIC X(8).
               10 PROJEKT-QUAL-3  PIC X(8).
               10 PROJEKT-STATUS  PIC X(1).
               10 PROJEKT-BEGINN  PIC 9(8).
               10 PROJEKT-ENDE    PIC 9(8).

       *> Projektstamm PROJEKT-STAMM.DAT (Status, Laufzeit,
       *> Qualifikationen 1-3) - wird ueber die Tabelle gelegt.
       77 FSPROJSTAMM PIC XX VALUE SPACES.
       01 PROJSTAMM-EOF PIC X VALUE "N".
       01 PROJSTAMM-GEFUNDEN PIC X VALUE "N".

       *> Qualifikationen je Mitarbeiter aus QUALIFIKATIONEN.CFG.
       77 FSQUALI PIC XX VALUE SPACES.
                              INDEXED BY PZ-IDX.
               10 PROJZU-CODE PIC X(8).

       *> Geraete aus GERAETE-STAMM.DAT (Nummer, Tagessatz, Status).
       77 FSGERAET PIC XX VALUE SPACES.
       01 GERAET-EOF PIC X VALUE "N".
       01 GERAET-ANZAHL PIC 9(3) VALUE 0.
       01 GERAET-TABELLE.
           05 GERAET-EINTRAG OCCURS 1 TO 300 TIMES
                              DEPENDING ON GERAET-ANZAHL
                              INDEXED BY GE-IDX.
               10 GERAET-NUMMER    PIC X(8).
               10 GERAET-TAGESSATZ PIC 9(5)V99.
               10 GERAET-STATUS    PIC X(1).

       *> Im Lauf bereits akzeptierte Belegungen je Geraet und Tag
       *> (HHMM von/bis, Tagessatz = 0000-2400) fuer die Pruefung auf
       *> Doppelbelegung.
       01 BELEGUNG-ANZAHL PIC 9(4) VALUE 0.
       01 BELEGUNG-TABELLE.
           05 BELEGUNG-EINTRAG OCCURS 1 TO 2000 TIMES
                                DEPENDING ON BELEGUNG-ANZAHL
                                INDEXED BY BL-IDX.
               10 BELEGUNG-GERAET PIC X(8).
               10 BELEGUNG-DATUM  PIC 9(8).
               10 BELEGUNG-VON    PIC 9(4).
               10 BELEGUNG-BIS    PIC 9(4).
               10 BELEGUNG-NR     PIC X(3).
       01 GERAET-GEFUNDEN PIC X.
       01 GERAET-TAGESSATZ-AKT PIC 9(5)V99.
       01 GERAET-VON      PIC 9(4).
       01 GERAET-BIS      PIC 9(4).
       01 GERAET-ZEIT-OK  PIC X.
       01 GERAET-STD      PIC 9(2).
       01 GERAET-MIN      PIC 9(2).

       *> Subunternehmer aus SUBUNTERNEHMER-STAMM.DAT (Nummer, Status).
       77 FSSUBUNT PIC XX VALUE SPACES.
       01 SUBUNT-EOF PIC X VALUE "N".
       01 SUBUNT-ANZAHL PIC 9(3) VALUE 0.
       01 SUBUNT-TABELLE.
           05 SUBUNT-EINTRAG OCCURS 1 TO 300 TIMES
                              DEPENDING ON SUBUNT-ANZAHL
                              INDEXED BY SB-IDX.
               10 SUBUNT-NUMMER PIC X(8).
               10 SUBUNT-STATUS PIC X(1).

       *> Bekannte Taetigkeitscodes aus TAETIGKEIT.CFG; leere Tabelle
       *> bedeutet "Pruefung nicht aktiv".
       77 FSTAET PIC XX VALUE SPACES.
       01 TAET-EOF PIC X VALUE "N".
       01 TAET-ANZAHL PIC 9(3) VALUE 0.
       01 TAET-TABELLE.
           05 TAET-EINTRAG OCCURS 1 TO 100 TIMES
                            DEPENDING ON TAET-ANZAHL
                            INDEXED BY TA-IDX.
               10 TAET-CODE PIC X(2).

       *> Gesperrte Abrechnungsperioden aus PERIODEN-SPERRE.DAT.
       77 FSSPERRE PIC XX VALUE SPACES.
       01 SPERRE-EOF PIC X VALUE "N".
       MAIN.
           PERFORM PARSE-KOMMANDOZEILE.

           *> In der Konzernsicht liegen nur zusammengefuehrte
           *> Lesekopien im Verzeichnis - dort wird nicht validiert.
           PERFORM LESE-FIRMA-AKTIV
           IF AKTIVE-FIRMA = "**"
               DISPLAY "Konzernsicht aktiv - Validierung nur fuer eine"
                       " Firma (firmen_wechsel <Schluessel>)."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM HOLE-LAUFSPERRE.

           MOVE "START" TO JRN-ART
           PERFORM LOAD-AUTO-KORREKTUR-CFG
           PERFORM LOAD-PROJEKT-MASTER
           PERFORM LOAD-PROJEKT-GESCHLOSSEN
           PERFORM LOAD-GERAETE-STAMM
           PERFORM LOAD-SUBUNT-STAMM
           PERFORM LOAD-TAETIGKEIT-CFG
           PERFORM LOAD-QUALIFIKATIONEN
           PERFORM BEREINIGE-PROJEKT-QUAL
           PERFORM LOAD-PROJEKT-STAMM
           PERFORM LOAD-ALARM-SCHWELLE-CFG
           PERFORM LOAD-BESCHAEFTIGUNGSARTEN
           IF STUFE-PER-PARAMETER NOT = "J"
                   "  Abwesenheiten: " CNT-ABW
                   "  Spesen: " CNT-SPESEN
                   "  Bereitschaften: " CNT-BEREITSCHAFT
                   "  Einmalzahlungen: " CNT-EINMAL
                   "  Geraete: " CNT-GERAET
                   "  Subunternehmer: " CNT-SUBUNT
                   "  Autofixes: " CNT-AUTOFIX
                   "  Stornos: " CNT-STORNO.
           PERFORM PRINT-ALTERSBAND-VERTEILUNG.
           END-IF.
           DISPLAY "Validierung abgeschlossen.".

           IF STAMM-INDEX-OFFEN = "J"
               CLOSE MITARBEITER-STAMM-INDEX
           END-IF
           MOVE 0 TO RETURN-CODE.
           PERFORM GEBE-LAUFSPERRE-FREI
           GOBACK.
                   PERFORM VALIDATE-SPESEN
               WHEN SATZ-IST-BEREITSCHAFT
                   PERFORM VALIDATE-BEREITSCHAFT
               WHEN SATZ-IST-EINMALZAHLUNG
                   PERFORM VALIDATE-EINMALZAHLUNG
               WHEN SATZ-IST-GERAET
                   PERFORM VALIDATE-GERAET
               WHEN SATZ-IST-SUBUNTERNEHMER
                   PERFORM VALIDATE-SUBUNTERNEHMER
               WHEN OTHER
                   PERFORM VALIDATE-BUCHUNG
           END-EVALUATE.
               PERFORM PRUEFE-NAME
               PERFORM PRUEFE-MITARBEITER
               PERFORM PRUEFE-BESCHAEFTIGUNG
               PERFORM PRUEFE-ARBEITGEBER-FIRMA
           END-IF
           PERFORM PRUEFE-STUNDEN
           PERFORM PRUEFE-GEHALT
           END-IF
           PERFORM PRUEFE-GEBURTSDATUM
           PERFORM PRUEFE-PROJEKT
           PERFORM PRUEFE-TAETIGKEIT
           IF NOT STUFE-BASIS
               PERFORM PRUEFE-PLAUSIBILITAET
           END-IF
       *> Nummer wird NICHT in die SEEN-Tabelle eingetragen - sie
       *> referenziert, sie belegt nicht. Ohne Historienlager wird
       *> der Storno abgelehnt (vorher HISTORIE-LADER laufen lassen).
       *> Verweist der Storno auf eine Subunternehmerbuchung, entfaellt
       *> die Pruefung gegen den Mitarbeiterstamm - die Person ist
       *> dort nicht gefuehrt.
       VALIDATE-STORNO.
           MOVE "N" TO FEHLER-FLAG

           IF NOT STUFE-BASIS
               PERFORM PRUEFE-NAME
           END-IF
           PERFORM PRUEFE-STUNDEN
           PERFORM PRUEFE-STORNO-REFERENZ
           IF NOT STUFE-BASIS
            AND STORNO-ORIGINAL-KENNUNG NOT = "SUB"
               PERFORM PRUEFE-MITARBEITER
           END-IF

           IF FEHLER-FLAG = "N"
               DISPLAY "OK (Storno): " FUNCTION TRIM(VORNAME)
       *> Spesenart, Erstattungsbetrag und Belegnummer geprueft
       *> (Sicht BUCHUNG-SPESEN in BUCHREC). Akzeptierte Saetze laufen
       *> unveraendert in ACCEPTED-BUCHUNGEN.DAT mit und werden dort
       *> von SPESEN-ABRECHNUNG zur Erstattung aufgegriffen; der
       *> RECHNUNGS-GENERATOR berechnet weiterberechenbare Spesen dem
       *> Kunden des Projekts weiter.
       VALIDATE-SPESEN.
           MOVE "N" TO FEHLER-FLAG

           PERFORM PRUEFE-SPESEN-ART
           PERFORM PRUEFE-SPESEN-BETRAG
           PERFORM PRUEFE-SPESEN-BELEG
           PERFORM PRUEFE-SPESEN-WEITERBERECHNUNG

           IF FEHLER-FLAG = "N"
               DISPLAY "OK (Spesen " BSP-KATEGORIE "): "
           END-IF.


       *> ================================================================
       *> #6.1.3.4 Weiterberechnungskennzeichen und Projekt pruefen
       *> ================================================================
       *> "J" verlangt ein Projekt - ohne Projekt gibt es keinen
       *> Kunden, dem die Spesen weiterberechnet werden koennten. Ein
       *> angegebenes Projekt muss im Projektstamm bekannt sein.
       PRUEFE-SPESEN-WEITERBERECHNUNG.
           IF NOT SPESEN-WEITERBERECHNEN
                   AND NOT SPESEN-NICHT-WEITERBER
                   AND NOT SPESEN-NACH-VORGABE
               MOVE "Weiterberechnung" TO ARG-FELD
               MOVE "V194" TO ARG-CODE
               STRING "unbekanntes Kennzeichen '"
                      BSP-WEITERBERECHNEN
                      "' (erlaubt: J/N/leer)"
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           END-IF
           IF SPESEN-WEITERBERECHNEN AND BSP-PROJEKT = SPACES
               MOVE "Spesenprojekt" TO ARG-FELD
               MOVE "V195" TO ARG-CODE
               MOVE "fehlt (Weiterberechnung ohne Projekt)"
                   TO ARG-MSG
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           END-IF
           IF PROJEKT-ANZAHL > 0 AND BSP-PROJEKT NOT = SPACES
               SET PJ-IDX TO 1
               SEARCH PROJEKT-EINTRAG
                   AT END
                       MOVE "Spesenprojekt" TO ARG-FELD
                       MOVE "V196" TO ARG-CODE
                       STRING "Projektcode '" BSP-PROJEKT
                              "' ist nicht im Projektstamm bekannt"
                           INTO ARG-MSG
                       END-STRING
                       MOVE "REJECT" TO ARG-SEVERITY
                       PERFORM LOG-FELD-FEHLER
                   WHEN PROJEKT-CODE(PJ-IDX) = BSP-PROJEKT
                       CONTINUE
               END-SEARCH
           END-IF.


       *> ================================================================
       *> #6.1.4 Rufbereitschaftssatz (Satzkennung "BER") validieren
       *> ================================================================
           END-IF.


       *> ================================================================
       *> #6.1.5 Einmalzahlung (Satzkennung "EMZ") validieren
       *> ================================================================
       *> Praemien, Weihnachts-/Urlaubsgeld und Provisionen durchlaufen
       *> Nummern- und Namenspruefung; geprueft werden Zahlungsart,
       *> Betrag und Abrechnungsmonat (Sicht BUCHUNG-EINMALZAHLUNG in
       *> BUCHREC). Akzeptierte Saetze laufen in ACCEPTED-BUCHUNGEN.DAT
       *> mit; UMSATZ-RECHNER gibt sie als eigene Zeile in den
       *> Lohnexport, LOHN-RECHNER versteuert sie als sonstigen Bezug.
       VALIDATE-EINMALZAHLUNG.
           MOVE "N" TO FEHLER-FLAG

           PERFORM PRUEFE-BUCHUNGSNUMMER
           IF NOT STUFE-BASIS
               PERFORM PRUEFE-NAME
               PERFORM PRUEFE-MITARBEITER
           END-IF
           PERFORM PRUEFE-EMZ-ART
           PERFORM PRUEFE-EMZ-BETRAG
           PERFORM PRUEFE-EMZ-PERIODE

           IF FEHLER-FLAG = "N"
               DISPLAY "OK (Einmalzahlung " BEZ-ZAHLUNGSART "): "
                       FUNCTION TRIM(VORNAME) " "
                       FUNCTION TRIM(NACHNAME)
                       " -> " BUCHUNGS-NR-RAW " fuer " BEZ-PERIODE
               PERFORM SCHREIBE-ACCEPTED
               ADD 1 TO CNT-EINMAL
           ELSE
               ADD 1 TO CNT-ERROR
           END-IF.


       *> ================================================================
       *> #6.1.5.1 Zahlungsart pruefen
       *> ================================================================
       PRUEFE-EMZ-ART.
           IF NOT EMZ-IST-PRAEMIE AND NOT EMZ-IST-WEIHNACHTSGELD
                   AND NOT EMZ-IST-URLAUBSGELD
                   AND NOT EMZ-IST-PROVISION
                   AND NOT EMZ-IST-SONSTIGE
               MOVE "Zahlungsart" TO ARG-FELD
               MOVE "V220" TO ARG-CODE
               STRING "unbekannte Art '" BEZ-ZAHLUNGSART
                      "' (erlaubt: B/W/U/P/S)"
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           END-IF.


       *> ================================================================
       *> #6.1.5.2 Betrag der Einmalzahlung pruefen
       *> ================================================================
       PRUEFE-EMZ-BETRAG.
           IF BEZ-BETRAG NOT NUMERIC
               MOVE "Einmalzahlung" TO ARG-FELD
               MOVE "V221" TO ARG-CODE
               MOVE "Betrag nicht numerisch" TO ARG-MSG
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           ELSE
               IF BEZ-BETRAG = 0
                   MOVE "Einmalzahlung" TO ARG-FELD
                   MOVE "V222" TO ARG-CODE
                   MOVE "Betrag leer oder 0" TO ARG-MSG
                   MOVE "REJECT" TO ARG-SEVERITY
                   PERFORM LOG-FELD-FEHLER
               END-IF
           END-IF.


       *> ================================================================
       *> #6.1.5.3 Abrechnungsmonat (JJJJMM) pruefen
       *> ================================================================
       *> Ohne gueltigen Monat liesse sich die Zahlung keinem Lohnlauf
       *> und keinem Jahreskonto zuordnen.
       PRUEFE-EMZ-PERIODE.
           IF BEZ-PERIODE NOT NUMERIC
               MOVE "Abrechnungsmonat" TO ARG-FELD
               MOVE "V223" TO ARG-CODE
               MOVE "nicht numerisch (JJJJMM)" TO ARG-MSG
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           ELSE
               IF BEZ-PERIODE-MONAT < 1 OR BEZ-PERIODE-MONAT > 12
                       OR BEZ-PERIODE-JAHR < 2000
                   MOVE "Abrechnungsmonat" TO ARG-FELD
                   MOVE "V223" TO ARG-CODE
                   STRING "ungueltig '" BEZ-PERIODE "' (JJJJMM)"
                       INTO ARG-MSG
                   END-STRING
                   MOVE "REJECT" TO ARG-SEVERITY
                   PERFORM LOG-FELD-FEHLER
               END-IF
           END-IF.


       *> ================================================================
       *> #6.1.6 Geraetesatz (Satzkennung "GER") validieren
       *> ================================================================
       *> Geraete- und Maschinennutzung durchlaeuft Nummern- und
       *> Namenspruefung (der Bediener ist Mitarbeiter); geprueft werden
       *> Geraet, Einheit, Menge, Projekt und Nutzungszeitraum (Sicht
       *> BUCHUNG-GERAET in BUCHREC). Ein Geraet kann nicht zweimal
       *> zugleich im Einsatz sein - eine zweite Buchung, deren
       *> Zeitraum sich mit einer im Lauf bereits akzeptierten Buchung
       *> desselben Geraets am selben Tag ueberschneidet, wird
       *> abgelehnt.
       VALIDATE-GERAET.
           MOVE "N" TO FEHLER-FLAG

           PERFORM PRUEFE-BUCHUNGSNUMMER
           IF NOT STUFE-BASIS
               PERFORM PRUEFE-NAME
               PERFORM PRUEFE-MITARBEITER
           END-IF
           PERFORM PRUEFE-GERAET-STAMM
           PERFORM PRUEFE-GERAET-MENGE
           PERFORM PRUEFE-GERAET-PROJEKT
           PERFORM PRUEFE-GERAET-ZEITRAUM
           IF FEHLER-FLAG = "N"
               PERFORM PRUEFE-GERAET-BELEGUNG
           END-IF

           IF FEHLER-FLAG = "N"
               DISPLAY "OK (Geraet " FUNCTION TRIM(BGE-GERAET) "): "
                       FUNCTION TRIM(VORNAME) " "
                       FUNCTION TRIM(NACHNAME)
                       " -> " BUCHUNGS-NR-RAW
               PERFORM SCHREIBE-ACCEPTED
               PERFORM MERKE-GERAET-BELEGUNG
               ADD 1 TO CNT-GERAET
           ELSE
               ADD 1 TO CNT-ERROR
           END-IF.


       *> ================================================================
       *> #6.1.6.1 Geraet gegen den Geraetestamm und Einheit pruefen
       *> ================================================================
       *> Tageweise darf nur ein Geraet mit Tagessatz gebucht werden.
       PRUEFE-GERAET-STAMM.
           MOVE 0 TO GERAET-TAGESSATZ-AKT
           MOVE "N" TO GERAET-GEFUNDEN
           SET GE-IDX TO 1
           IF GERAET-ANZAHL = 0
               MOVE "Geraet" TO ARG-FELD
               MOVE "V230" TO ARG-CODE
               STRING "Geraet '" BGE-GERAET
                      "' nicht pruefbar - GERAETE-STAMM.DAT fehlt"
                      " oder ist leer"
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           ELSE
               SEARCH GERAET-EINTRAG
                   AT END
                       MOVE "Geraet" TO ARG-FELD
                       MOVE "V230" TO ARG-CODE
                       STRING "Geraetenummer '" BGE-GERAET
                              "' ist nicht im Geraetestamm bekannt"
                           INTO ARG-MSG
                       END-STRING
                       MOVE "REJECT" TO ARG-SEVERITY
                       PERFORM LOG-FELD-FEHLER
                   WHEN GERAET-NUMMER(GE-IDX) = BGE-GERAET
                       MOVE "J" TO GERAET-GEFUNDEN
                       MOVE GERAET-TAGESSATZ(GE-IDX)
                           TO GERAET-TAGESSATZ-AKT
                       IF GERAET-STATUS(GE-IDX) = "I"
                           MOVE "Geraet" TO ARG-FELD
                           MOVE "V231" TO ARG-CODE
                           STRING "Geraet '" BGE-GERAET
                                  "' ist ausgemustert (inaktiv)"
                               INTO ARG-MSG
                           END-STRING
                           MOVE "REJECT" TO ARG-SEVERITY
                           PERFORM LOG-FELD-FEHLER
                       END-IF
               END-SEARCH
           END-IF
           IF NOT GERAET-NACH-STUNDEN AND NOT GERAET-NACH-TAGEN
               MOVE "Einheit" TO ARG-FELD
               MOVE "V232" TO ARG-CODE
               STRING "unbekannte Einheit '" BGE-EINHEIT
                      "' (erlaubt: S/T)"
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           END-IF
           IF GERAET-NACH-TAGEN AND GERAET-GEFUNDEN = "J"
            AND GERAET-TAGESSATZ-AKT = 0
               MOVE "Einheit" TO ARG-FELD
               MOVE "V232" TO ARG-CODE
               STRING "Geraet '" BGE-GERAET
                      "' hat keinen Tagessatz - nur stundenweise"
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           END-IF.


       *> ================================================================
       *> #6.1.6.2 Menge (Stunden bzw. Tage) pruefen
       *> ================================================================
       PRUEFE-GERAET-MENGE.
           IF BGE-MENGE NOT NUMERIC
               MOVE "Menge" TO ARG-FELD
               MOVE "V233" TO ARG-CODE
               MOVE "nicht numerisch" TO ARG-MSG
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           ELSE
               IF BGE-MENGE = 0
                   MOVE "Menge" TO ARG-FELD
                   MOVE "V233" TO ARG-CODE
                   MOVE "leer oder 0" TO ARG-MSG
                   MOVE "REJECT" TO ARG-SEVERITY
                   PERFORM LOG-FELD-FEHLER
               END-IF
           END-IF.


       *> ================================================================
       *> #6.1.6.3 Projekt pruefen
       *> ================================================================
       *> Ohne Projekt gibt es keinen Kunden, dem die Nutzung berechnet
       *> wird, und keinen Eigner fuer die Umlage; ein angegebenes
       *> Projekt durchlaeuft dieselbe Pruefung wie bei
       *> Arbeitsbuchungen (Stamm, Abschluss, Qualifikation des
       *> Bedieners).
       PRUEFE-GERAET-PROJEKT.
           IF BGE-PROJEKT = SPACES
               MOVE "Projekt" TO ARG-FELD
               MOVE "V234" TO ARG-CODE
               MOVE "fehlt (Geraetenutzung ohne Projekt)" TO ARG-MSG
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           ELSE
               PERFORM PRUEFE-PROJEKT
           END-IF.


       *> ================================================================
       *> #6.1.6.4 Nutzungszeitraum (HHMM-HHMM) pruefen
       *> ================================================================
       *> Stundenweise Nutzung verlangt Beginn und Ende am Buchungstag
       *> (Ende nach Beginn; eine Nutzung ueber Mitternacht wird je Tag
       *> gebucht). Tageweise Nutzung bindet das Geraet 0000-2400;
       *> gefuellte Zeiten werden dort nicht ausgewertet.
       PRUEFE-GERAET-ZEITRAUM.
           MOVE 0 TO GERAET-VON
           MOVE 2400 TO GERAET-BIS
           IF NOT GERAET-NACH-STUNDEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO GERAET-ZEIT-OK
           IF BGE-BEGINN IS NUMERIC AND BGE-ENDE IS NUMERIC
               MOVE "J" TO GERAET-ZEIT-OK
               MOVE BGE-BEGINN(1:2) TO GERAET-STD
               MOVE BGE-BEGINN(3:2) TO GERAET-MIN
               IF GERAET-STD > 23 OR GERAET-MIN > 59
                   MOVE "N" TO GERAET-ZEIT-OK
               END-IF
               MOVE BGE-ENDE(1:2) TO GERAET-STD
               MOVE BGE-ENDE(3:2) TO GERAET-MIN
               IF GERAET-STD > 24 OR GERAET-MIN > 59
                       OR (GERAET-STD = 24 AND GERAET-MIN > 0)
                   MOVE "N" TO GERAET-ZEIT-OK
               END-IF
           END-IF
           IF GERAET-ZEIT-OK = "J"
               MOVE BGE-BEGINN TO GERAET-VON
               MOVE BGE-ENDE   TO GERAET-BIS
               IF GERAET-BIS <= GERAET-VON
                   MOVE "N" TO GERAET-ZEIT-OK
               END-IF
           END-IF
           IF GERAET-ZEIT-OK NOT = "J"
               MOVE "Nutzungszeit" TO ARG-FELD
               MOVE "V235" TO ARG-CODE
               STRING "Beginn/Ende '" BGE-BEGINN "-" BGE-ENDE
                      "' fehlt oder ungueltig (HHMM, Ende nach"
                      " Beginn)"
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           END-IF.


       *> ================================================================
       *> #6.1.6.5 Doppelbelegung des Geraets pruefen
       *> ================================================================
       *> Zwei Zeitraeume ueberschneiden sich, wenn jeder vor dem Ende
       *> des anderen beginnt; aneinander anschliessende Zeitraeume
       *> (Ende 1200, Beginn 1200) sind erlaubt.
       PRUEFE-GERAET-BELEGUNG.
           IF BELEGUNG-ANZAHL = 0
               EXIT PARAGRAPH
           END-IF
           SET BL-IDX TO 1
           SEARCH BELEGUNG-EINTRAG
               AT END CONTINUE
               WHEN BELEGUNG-GERAET(BL-IDX) = BGE-GERAET
                AND BELEGUNG-DATUM(BL-IDX) = BGE-DATUM
                AND BELEGUNG-VON(BL-IDX) < GERAET-BIS
                AND GERAET-VON < BELEGUNG-BIS(BL-IDX)
                   MOVE "Geraet" TO ARG-FELD
                   MOVE "V236" TO ARG-CODE
                   STRING "Geraet '" FUNCTION TRIM(BGE-GERAET)
                          "' am " BGE-DATUM " bereits gebucht ("
                          BELEGUNG-VON(BL-IDX) "-"
                          BELEGUNG-BIS(BL-IDX) ", Buchung "
                          BELEGUNG-NR(BL-IDX) ")"
                       DELIMITED BY SIZE
                       INTO ARG-MSG
                   END-STRING
                   MOVE "REJECT" TO ARG-SEVERITY
                   PERFORM LOG-FELD-FEHLER
           END-SEARCH.


       *> ================================================================
       *> #6.1.6.6 Akzeptierte Belegung fuer die Folgesaetze merken
       *> ================================================================
       MERKE-GERAET-BELEGUNG.
           IF BELEGUNG-ANZAHL < 2000
               ADD 1 TO BELEGUNG-ANZAHL
               MOVE BGE-GERAET TO BELEGUNG-GERAET(BELEGUNG-ANZAHL)
               MOVE BGE-DATUM  TO BELEGUNG-DATUM(BELEGUNG-ANZAHL)
               MOVE GERAET-VON TO BELEGUNG-VON(BELEGUNG-ANZAHL)
               MOVE GERAET-BIS TO BELEGUNG-BIS(BELEGUNG-ANZAHL)
               MOVE BUCHUNGS-NR-RAW TO BELEGUNG-NR(BELEGUNG-ANZAHL)
           ELSE
               DISPLAY "WARNUNG: Belegungstabelle voll (2000) -"
                       " Geraet " FUNCTION TRIM(BGE-GERAET)
                       " ohne Pruefung auf Doppelbelegung."
           END-IF.


       *> ================================================================
       *> #6.1.7 Subunternehmersatz (Satzkennung "SUB") validieren
       *> ================================================================
       *> Stunden eines Subunternehmers bzw. Freiberuflers auf einem
       *> Kundenprojekt (Sicht BUCHUNG-SUBUNTERNEHMER in BUCHREC).
       *> Nummern-, Namens-, Stunden-, Projekt- und Taetigkeitspruefung
       *> wie bei Arbeitsbuchungen; statt gegen den Mitarbeiterstamm
       *> wird gegen den Subunternehmerstamm geprueft, Gehalt und
       *> Geburtsdatum sind nicht belegt. Ohne Projekt gibt es keinen
       *> Kunden und keinen Abgleich der Eingangsrechnung.
       VALIDATE-SUBUNTERNEHMER.
           MOVE "N" TO FEHLER-FLAG

           PERFORM PRUEFE-BUCHUNGSNUMMER
           IF NOT STUFE-BASIS
               PERFORM PRUEFE-NAME
           END-IF
           PERFORM PRUEFE-SUBUNT-STAMM
           PERFORM PRUEFE-STUNDEN
           IF BSU-PROJEKT = SPACES
               MOVE "Projekt" TO ARG-FELD
               MOVE "V242" TO ARG-CODE
               MOVE "fehlt (Subunternehmerstunden ohne Projekt)"
                   TO ARG-MSG
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           ELSE
               PERFORM PRUEFE-PROJEKT
           END-IF
           PERFORM PRUEFE-TAETIGKEIT

           IF FEHLER-FLAG = "N"
               DISPLAY "OK (Subunternehmer "
                       FUNCTION TRIM(BSU-SUBUNTERNEHMER) "): "
                       FUNCTION TRIM(VORNAME) " "
                       FUNCTION TRIM(NACHNAME)
                       " -> " BUCHUNGS-NR-RAW
               PERFORM SCHREIBE-ACCEPTED
               ADD 1 TO CNT-SUBUNT
           ELSE
               ADD 1 TO CNT-ERROR
           END-IF.


       *> ================================================================
       *> #6.1.7.1 Subunternehmer gegen den Subunternehmerstamm pruefen
       *> ================================================================
       PRUEFE-SUBUNT-STAMM.
           SET SB-IDX TO 1
           IF SUBUNT-ANZAHL = 0
               MOVE "Subunternehmer" TO ARG-FELD
               MOVE "V240" TO ARG-CODE
               STRING "Subunternehmer '" BSU-SUBUNTERNEHMER
                      "' nicht pruefbar - SUBUNTERNEHMER-STAMM.DAT"
                      " fehlt oder ist leer"
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           ELSE
               SEARCH SUBUNT-EINTRAG
                   AT END
                       MOVE "Subunternehmer" TO ARG-FELD
                       MOVE "V240" TO ARG-CODE
                       STRING "Subunternehmernummer '"
                              BSU-SUBUNTERNEHMER
                              "' ist nicht im Subunternehmerstamm"
                              " bekannt"
                           INTO ARG-MSG
                       END-STRING
                       MOVE "REJECT" TO ARG-SEVERITY
                       PERFORM LOG-FELD-FEHLER
                   WHEN SUBUNT-NUMMER(SB-IDX) = BSU-SUBUNTERNEHMER
                       IF SUBUNT-STATUS(SB-IDX) = "I"
                           MOVE "Subunternehmer" TO ARG-FELD
                           MOVE "V241" TO ARG-CODE
                           STRING "Vertrag mit Subunternehmer '"
                                  BSU-SUBUNTERNEHMER
                                  "' ist beendet (inaktiv)"
                               INTO ARG-MSG
                           END-STRING
                           MOVE "REJECT" TO ARG-SEVERITY
                           PERFORM LOG-FELD-FEHLER
                       END-IF
               END-SEARCH
           END-IF.


       *> ================================================================
       *> #6.1.2 Storno-Referenz gegen das Historienlager pruefen
       *> ================================================================
       PRUEFE-STORNO-REFERENZ.
           MOVE "N" TO STORNO-REFERENZ-OK
           MOVE SPACES TO STORNO-ORIGINAL-KENNUNG
           MOVE "N" TO HIST-EOF
           OPEN INPUT BUCHUNGS-HISTORIE
           IF FSHIST NOT = "00"
                            AND HIS-NACHNAME-M
                                    = NACHNAME-MASKIERT(1:10)
                               MOVE "J" TO STORNO-REFERENZ-OK
                               MOVE HIS-KENNUNG
                                   TO STORNO-ORIGINAL-KENNUNG
                           END-IF
                   END-READ
               END-PERFORM
       *> ================================================================
       *> Ein leerer Projektcode ist erlaubt (Buchung ohne
       *> Kostentraeger); ein gefuellter Code muss im Projektstamm
       *> stehen, sofern PROJEKT-MASTER.CFG gepflegt ist. Aus dem
       *> Projektstamm kommen dazu: angehaltene Projekte (V165) und
       *> Buchungen vor Projektbeginn (V166) bzw. nach Projektende
       *> (V167) werden abgelehnt. Ein geplantes Projekt nimmt
       *> Buchungen an, sobald sein Beginn erreicht ist.
       PRUEFE-PROJEKT.
           IF PROJZU-ANZAHL > 0 AND BR-PROJEKT NOT = SPACES
               SET PZ-IDX TO 1
                       MOVE "REJECT" TO ARG-SEVERITY
                       PERFORM LOG-FELD-FEHLER
                   WHEN PROJEKT-CODE(PJ-IDX) = BR-PROJEKT
                       PERFORM PRUEFE-PROJEKT-LAUFZEIT
                       IF PROJEKT-QUAL(PJ-IDX) NOT = SPACES
                           MOVE PROJEKT-QUAL(PJ-IDX)
                               TO BENOETIGTE-QUAL
                           PERFORM PRUEFE-QUALIFIKATION
                       END-IF
                       IF PROJEKT-QUAL-2(PJ-IDX) NOT = SPACES
                           MOVE PROJEKT-QUAL-2(PJ-IDX)
                               TO BENOETIGTE-QUAL
                           PERFORM PRUEFE-QUALIFIKATION
                       END-IF
                       IF PROJEKT-QUAL-3(PJ-IDX) NOT = SPACES
                           MOVE PROJEKT-QUAL-3(PJ-IDX)
                               TO BENOETIGTE-QUAL
                           PERFORM PRUEFE-QUALIFIKATION
                       END-IF
               END-SEARCH
           END-IF.

       PRUEFE-PROJEKT-LAUFZEIT.
           IF PROJEKT-STATUS(PJ-IDX) = "H"
               MOVE "Projekt" TO ARG-FELD
               MOVE "V165" TO ARG-CODE
               STRING "Projekt '" BR-PROJEKT
                      "' ist angehalten - keine Buchungen"
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           END-IF
           IF BR-DATUM IS NUMERIC
               IF PROJEKT-BEGINN(PJ-IDX) > 0
                AND BR-DATUM < PROJEKT-BEGINN(PJ-IDX)
                   MOVE "Projekt" TO ARG-FELD
                   MOVE "V166" TO ARG-CODE
                   STRING "Buchung vor Projektbeginn "
                          PROJEKT-BEGINN(PJ-IDX)
                          " von '" BR-PROJEKT "'"
                       INTO ARG-MSG
                   END-STRING
                   MOVE "REJECT" TO ARG-SEVERITY
                   PERFORM LOG-FELD-FEHLER
               END-IF
               IF PROJEKT-ENDE(PJ-IDX) > 0
                AND BR-DATUM > PROJEKT-ENDE(PJ-IDX)
                   MOVE "Projekt" TO ARG-FELD
                   MOVE "V167" TO ARG-CODE
                   STRING "Buchung nach Projektende "
                          PROJEKT-ENDE(PJ-IDX)
                          " von '" BR-PROJEKT "'"
                       INTO ARG-MSG
                   END-STRING
                   MOVE "REJECT" TO ARG-SEVERITY
                   PERFORM LOG-FELD-FEHLER
               END-IF
           END-IF.


       *> ================================================================
       *> #6.4.3 Taetigkeitscode gegen den Taetigkeitskatalog pruefen
       *> ================================================================
       *> Ein leerer Taetigkeitscode ist erlaubt (normale
       *> Projektarbeit); ein gefuellter Code muss im Katalog
       *> stehen, sofern TAETIGKEIT.CFG gepflegt ist.
       PRUEFE-TAETIGKEIT.
           IF TAET-ANZAHL > 0 AND BR-TAETIGKEIT NOT = SPACES
               SET TA-IDX TO 1
               SEARCH TAET-EINTRAG
                   AT END
                       MOVE "Taetigkeit" TO ARG-FELD
                       MOVE "V164" TO ARG-CODE
                       STRING "Taetigkeitscode '" BR-TAETIGKEIT
                              "' ist nicht im Taetigkeitskatalog"
                           INTO ARG-MSG
                       END-STRING
                       MOVE "REJECT" TO ARG-SEVERITY
                       PERFORM LOG-FELD-FEHLER
                   WHEN TAET-CODE(TA-IDX) = BR-TAETIGKEIT
                       CONTINUE
               END-SEARCH
           END-IF.

       PRUEFE-MITARBEITER.
           MOVE "N" TO MITARBEITER-GEFUNDEN
           MOVE 0 TO GEF-EINTRITT GEF-AUSTRITT
           MOVE SPACES TO GEF-FIRMA
           IF STAMM-INDEX-OFFEN = "J"
               PERFORM LIES-MITARBEITER-IM-INDEX
               IF STAMM-INDEX-TREFFER = "J"
                   MOVE "J" TO MITARBEITER-GEFUNDEN
                   IF MA-EINTRITT IS NUMERIC
                       MOVE MA-EINTRITT TO GEF-EINTRITT
                   END-IF
                   IF MA-AUSTRITT IS NUMERIC
                       MOVE MA-AUSTRITT TO GEF-AUSTRITT
                   END-IF
                   IF MA-FIRMA = SPACES
                       MOVE STAMM-FIRMA TO GEF-FIRMA
                   ELSE
                       MOVE MA-FIRMA TO GEF-FIRMA
                   END-IF
               ELSE
                   PERFORM MELDE-MITARBEITER-UNBEKANNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF EMPLOYEE-ANZAHL > 0
               SET EMP-IDX TO 1
               SEARCH EMPLOYEE-EINTRAG
                       MOVE "J" TO MITARBEITER-GEFUNDEN
                       MOVE EMP-EINTRITT(EMP-IDX) TO GEF-EINTRITT
                       MOVE EMP-AUSTRITT(EMP-IDX) TO GEF-AUSTRITT
                       MOVE EMP-FIRMA(EMP-IDX)    TO GEF-FIRMA
               END-SEARCH
           END-IF.


       *> ================================================================
       *> #7.1.1.4 Mitarbeiter per Namensschluessel im Index lesen
       *> ================================================================
       *> Gleichnamige stehen unter demselben Alternativschluessel;
       *> wie beim Laden der Tabelle zaehlt nur ein aktiver Satz.
       LIES-MITARBEITER-IM-INDEX.
           MOVE "N" TO STAMM-INDEX-TREFFER
           MOVE VORNAME  TO SX-VORNAME
           MOVE NACHNAME TO SX-NACHNAME
           READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
               KEY IS SX-NAME
               INVALID KEY EXIT PARAGRAPH
           END-READ
           PERFORM UNTIL STAMM-INDEX-TREFFER = "J"
               IF MA-VORNAME NOT = VORNAME
                OR MA-NACHNAME NOT = NACHNAME
                   EXIT PERFORM
               END-IF
               IF MA-IST-AKTIV
                   MOVE "J" TO STAMM-INDEX-TREFFER
               ELSE
                   READ MITARBEITER-STAMM-INDEX NEXT INTO STAMM-RECORD
                       AT END EXIT PERFORM
                   END-READ
               END-IF
           END-PERFORM.


       *> ================================================================
       *> #7.1.1.5 Buchungsdatum gegen den Beschaeftigungszeitraum
       *> ================================================================
           END-IF.


       *> ================================================================
       *> #7.1.1.6 Mitarbeiter gehoert zur aktiven Firma
       *> ================================================================
       *> Im Mehrfirmenbetrieb laeuft jede Firma mit eigenen Buechern;
       *> eine Buchung fuer einen Mitarbeiter einer anderen Firma der
       *> Gruppe wuerde dort Lohn und Rechnung ausloesen. Die Buchung
       *> gehoert in den Lauf der Arbeitgeber-Firma.
       PRUEFE-ARBEITGEBER-FIRMA.
           IF MITARBEITER-GEFUNDEN = "J"
            AND AKTIVE-FIRMA NOT = SPACES
            AND GEF-FIRMA NOT = SPACES
            AND GEF-FIRMA NOT = AKTIVE-FIRMA
               MOVE "Firma" TO ARG-FELD
               MOVE "V114" TO ARG-CODE
               STRING "Mitarbeiter gehoert zu Firma " GEF-FIRMA
                      ", aktiv ist Firma " AKTIVE-FIRMA
                   INTO ARG-MSG
               END-STRING
               MOVE "REJECT" TO ARG-SEVERITY
               PERFORM LOG-FELD-FEHLER
           END-IF.


       *> ================================================================
       *> #7.1.1.0 Unbekannten Mitarbeiter melden, mit Namensvorschlag
       *> ================================================================
       *> ================================================================
       SUCHE-NAMENS-VORSCHLAG.
           MOVE 0 TO VORSCHLAG-BESTE VORSCHLAG-POSITION
           IF STAMM-INDEX-OFFEN = "J"
               PERFORM SUCHE-VORSCHLAG-IM-INDEX
           ELSE
               PERFORM VARYING VORSCHLAG-SCAN-IDX FROM 1 BY 1
                       UNTIL VORSCHLAG-SCAN-IDX > EMPLOYEE-ANZAHL
                   MOVE EMP-VORNAME(VORSCHLAG-SCAN-IDX)
                       TO KANDIDAT-VORNAME
                   MOVE EMP-NACHNAME(VORSCHLAG-SCAN-IDX)
                       TO KANDIDAT-NACHNAME
                   PERFORM BEWERTE-VORSCHLAG-KANDIDAT
               END-PERFORM
           END-IF

           IF VORSCHLAG-POSITION > 0
               MOVE VORSCHLAG-BESTER-VORNAME  TO VORSCHLAG-VORNAME-M
               MOVE VORSCHLAG-BESTER-NACHNAME TO VORSCHLAG-NACHNAME-M
               INSPECT VORSCHLAG-VORNAME-M
                   CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
               INSPECT VORSCHLAG-NACHNAME-M
           END-IF.


       *> ================================================================
       *> #7.1.1.0.1.1 Einen Kandidaten bewerten
       *> ================================================================
       BEWERTE-VORSCHLAG-KANDIDAT.
           MOVE VORNAME(1:10) TO VERGLEICH-A
           MOVE KANDIDAT-VORNAME TO VERGLEICH-B
           PERFORM VERGLEICHE-NAMEN
           MOVE VERGLEICH-PUNKTE TO VORSCHLAG-PUNKTE
           MOVE NACHNAME(1:10) TO VERGLEICH-A
           MOVE KANDIDAT-NACHNAME TO VERGLEICH-B
           PERFORM VERGLEICHE-NAMEN
           ADD VERGLEICH-PUNKTE TO VORSCHLAG-PUNKTE

           *> Zusaetzlich mit vertauschtem Vor-/Nachnamen, fuer
           *> den Klassiker "Mueller Max" statt "Max Mueller".
           MOVE VORNAME(1:10) TO VERGLEICH-A
           MOVE KANDIDAT-NACHNAME TO VERGLEICH-B
           PERFORM VERGLEICHE-NAMEN
           MOVE VERGLEICH-PUNKTE TO VORSCHLAG-PUNKTE-2
           MOVE NACHNAME(1:10) TO VERGLEICH-A
           MOVE KANDIDAT-VORNAME TO VERGLEICH-B
           PERFORM VERGLEICHE-NAMEN
           ADD VERGLEICH-PUNKTE TO VORSCHLAG-PUNKTE-2
           IF VORSCHLAG-PUNKTE-2 > VORSCHLAG-PUNKTE
               MOVE VORSCHLAG-PUNKTE-2 TO VORSCHLAG-PUNKTE
           END-IF

           IF VORSCHLAG-PUNKTE >= VORSCHLAG-SCHWELLE
            AND VORSCHLAG-PUNKTE > VORSCHLAG-BESTE
               MOVE VORSCHLAG-PUNKTE TO VORSCHLAG-BESTE
               MOVE VORSCHLAG-SCAN-IDX TO VORSCHLAG-POSITION
               MOVE KANDIDAT-VORNAME  TO VORSCHLAG-BESTER-VORNAME
               MOVE KANDIDAT-NACHNAME TO VORSCHLAG-BESTER-NACHNAME
           END-IF.


       *> ================================================================
       *> #7.1.1.0.1.2 Kandidaten aus dem Index (alle aktiven Saetze)
       *> ================================================================
       *> Nur fuer unbekannte Namen - der seltene Fall, der den
       *> Durchlauf durch den ganzen Index rechtfertigt.
       SUCHE-VORSCHLAG-IM-INDEX.
           MOVE 0 TO VORSCHLAG-SCAN-IDX
           MOVE LOW-VALUES TO SX-NAME
           START MITARBEITER-STAMM-INDEX KEY IS >= SX-NAME
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE "N" TO EMP-EOF-FLAG
           PERFORM UNTIL EMP-EOF-FLAG = "Y"
               READ MITARBEITER-STAMM-INDEX NEXT INTO STAMM-RECORD
                   AT END MOVE "Y" TO EMP-EOF-FLAG
               END-READ
               IF EMP-EOF-FLAG NOT = "Y" AND MA-IST-AKTIV
                AND VORSCHLAG-SCAN-IDX < 9999
                   ADD 1 TO VORSCHLAG-SCAN-IDX
                   MOVE MA-VORNAME  TO KANDIDAT-VORNAME
                   MOVE MA-NACHNAME TO KANDIDAT-NACHNAME
                   PERFORM BEWERTE-VORSCHLAG-KANDIDAT
               END-IF
           END-PERFORM
           MOVE "N" TO EMP-EOF-FLAG.


       *> ================================================================
       *> #7.1.1.0.2 Positionsgleiche Zeichen zweier Namen zaehlen
       *> ================================================================
                               END-IF
                               MOVE QU-CODE-RAW
                                   TO PROJEKT-QUAL(PROJEKT-ANZAHL)
                               MOVE SPACES
                                   TO PROJEKT-QUAL-2(PROJEKT-ANZAHL)
                                      PROJEKT-QUAL-3(PROJEKT-ANZAHL)
                                      PROJEKT-STATUS(PROJEKT-ANZAHL)
                               MOVE 0
                                   TO PROJEKT-BEGINN(PROJEKT-ANZAHL)
                                      PROJEKT-ENDE(PROJEKT-ANZAHL)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.


       *> ================================================================
       *> #7.4.9.4 Projektstamm mit Lebenszyklus ueberlagern
       *> ================================================================
       *> PROJEKT-STAMM.DAT ist die Quelle, aus der PROJEKT-PFLEGE
       *> PROJEKT-MASTER.CFG erzeugt; seine Qualifikationen sind dort
       *> bei der Eingabe geprueft und gelten deshalb ohne die
       *> Freitext-Bereinigung. Ein Projekt, das nur im Stamm steht
       *> (CFG noch nicht neu erzeugt), wird ergaenzt; ein im Stamm
       *> geschlossenes Projekt zaehlt auch ohne Zeile in
       *> PROJEKT-GESCHLOSSEN.DAT als abgeschlossen.
       LOAD-PROJEKT-STAMM.
           MOVE "N" TO PROJSTAMM-EOF
           OPEN INPUT PROJEKT-STAMM
           IF FSPROJSTAMM NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PROJSTAMM-EOF = "Y"
               READ PROJEKT-STAMM
                   AT END MOVE "Y" TO PROJSTAMM-EOF
                   NOT AT END
                       IF PR-CODE NOT = SPACES
                           PERFORM UEBERNIMM-PROJEKT-STAMM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROJEKT-STAMM.

       UEBERNIMM-PROJEKT-STAMM.
           MOVE "N" TO PROJSTAMM-GEFUNDEN
           IF PROJEKT-ANZAHL > 0
               SET PJ-IDX TO 1
               SEARCH PROJEKT-EINTRAG
                   AT END CONTINUE
                   WHEN PROJEKT-CODE(PJ-IDX) = PR-CODE
                       MOVE "J" TO PROJSTAMM-GEFUNDEN
               END-SEARCH
           END-IF
           IF PROJSTAMM-GEFUNDEN NOT = "J"
               IF PROJEKT-ANZAHL >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PROJEKT-ANZAHL
               SET PJ-IDX TO PROJEKT-ANZAHL
               MOVE PR-CODE TO PROJEKT-CODE(PJ-IDX)
           END-IF
           MOVE PR-QUAL(1) TO PROJEKT-QUAL(PJ-IDX)
           MOVE PR-QUAL(2) TO PROJEKT-QUAL-2(PJ-IDX)
           MOVE PR-QUAL(3) TO PROJEKT-QUAL-3(PJ-IDX)
           MOVE PR-STATUS  TO PROJEKT-STATUS(PJ-IDX)
           MOVE 0 TO PROJEKT-BEGINN(PJ-IDX) PROJEKT-ENDE(PJ-IDX)
           IF PR-BEGINN IS NUMERIC
               MOVE PR-BEGINN TO PROJEKT-BEGINN(PJ-IDX)
           END-IF
           IF PR-ENDE IS NUMERIC
               MOVE PR-ENDE TO PROJEKT-ENDE(PJ-IDX)
           END-IF
           IF PROJ-ABGESCHLOSSEN
               MOVE "N" TO PROJSTAMM-GEFUNDEN
               IF PROJZU-ANZAHL > 0
                   SET PZ-IDX TO 1
                   SEARCH PROJZU-EINTRAG
                       AT END CONTINUE
                       WHEN PROJZU-CODE(PZ-IDX) = PR-CODE
                           MOVE "J" TO PROJSTAMM-GEFUNDEN
                   END-SEARCH
               END-IF
               IF PROJSTAMM-GEFUNDEN NOT = "J"
                AND PROJZU-ANZAHL < 100
                   ADD 1 TO PROJZU-ANZAHL
                   MOVE PR-CODE TO PROJZU-CODE(PROJZU-ANZAHL)
               END-IF
           END-IF.


       *> ================================================================
       *> #7.4.9.1 Geschlossene Projekte laden
       *> ================================================================
           END-IF.


       *> ================================================================
       *> #7.4.9.7 Geraetestamm laden
       *> ================================================================
       LOAD-GERAETE-STAMM.
           MOVE 0 TO GERAET-ANZAHL
           MOVE "N" TO GERAET-EOF
           OPEN INPUT GERAETE-STAMM
           IF FSGERAET = "00"
               PERFORM UNTIL GERAET-EOF = "Y"
                   READ GERAETE-STAMM
                       AT END MOVE "Y" TO GERAET-EOF
                       NOT AT END
                           IF GR-NUMMER NOT = SPACES
                            AND GR-NUMMER(1:1) NOT = "*"
                            AND GERAET-ANZAHL < 300
                               ADD 1 TO GERAET-ANZAHL
                               MOVE GR-NUMMER
                                   TO GERAET-NUMMER(GERAET-ANZAHL)
                               MOVE GR-STATUS
                                   TO GERAET-STATUS(GERAET-ANZAHL)
                               IF GR-TAGESSATZ IS NUMERIC
                                   MOVE GR-TAGESSATZ
                                     TO GERAET-TAGESSATZ(GERAET-ANZAHL)
                               ELSE
                                   MOVE 0
                                     TO GERAET-TAGESSATZ(GERAET-ANZAHL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GERAETE-STAMM
           END-IF.


       *> ================================================================
       *> #7.4.9.8 Subunternehmerstamm laden
       *> ================================================================
       LOAD-SUBUNT-STAMM.
           MOVE 0 TO SUBUNT-ANZAHL
           MOVE "N" TO SUBUNT-EOF
           OPEN INPUT SUBUNTERNEHMER-STAMM
           IF FSSUBUNT = "00"
               PERFORM UNTIL SUBUNT-EOF = "Y"
                   READ SUBUNTERNEHMER-STAMM
                       AT END MOVE "Y" TO SUBUNT-EOF
                       NOT AT END
                           IF SU-NUMMER NOT = SPACES
                            AND SU-NUMMER(1:1) NOT = "*"
                            AND SUBUNT-ANZAHL < 300
                               ADD 1 TO SUBUNT-ANZAHL
                               MOVE SU-NUMMER
                                   TO SUBUNT-NUMMER(SUBUNT-ANZAHL)
                               MOVE SU-STATUS
                                   TO SUBUNT-STATUS(SUBUNT-ANZAHL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBUNTERNEHMER-STAMM
           END-IF.


       *> ================================================================
       *> #7.4.9.6 Taetigkeitskatalog laden
       *> ================================================================
       *> Nur der Code wird gebraucht; die Kennzeichen J/N werten
       *> RECHNUNGS-GENERATOR und UMSATZ-RECHNER aus.
       LOAD-TAETIGKEIT-CFG.
           MOVE 0 TO TAET-ANZAHL
           MOVE "N" TO TAET-EOF
           OPEN INPUT TAETIGKEIT-CFG
           IF FSTAET = "00"
               PERFORM UNTIL TAET-EOF = "Y"
                   READ TAETIGKEIT-CFG
                       AT END MOVE "Y" TO TAET-EOF
                       NOT AT END
                           IF FUNCTION TRIM(TAETIGKEIT-CFG-ZEILE)
                                   NOT = SPACES
                            AND TAETIGKEIT-CFG-ZEILE(1:1) NOT = "*"
                            AND TAET-ANZAHL < 100
                               ADD 1 TO TAET-ANZAHL
                               UNSTRING FUNCTION
                                   TRIM(TAETIGKEIT-CFG-ZEILE)
                                   DELIMITED BY ALL SPACE
                                   INTO TAET-CODE(TAET-ANZAHL)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAETIGKEIT-CFG
           END-IF.


       *> ================================================================
       *> #7.4.7 Vorkorrektur-Regeln laden
       *> ================================================================
           IF REGEL-NRVERGABE = "J" AND BR-BUCHUNGS-NR = SPACES
               PERFORM VERGEBE-BUCHUNGSNUMMER
           END-IF
           IF REGEL-TAUSCH = "J" AND NOT SATZ-IST-GERAET
            AND NOT SATZ-IST-SUBUNTERNEHMER
               PERFORM PRUEFE-FELDTAUSCH
           END-IF.

           *> NICHT numerisch neu interpretiert (das wuerde die
           *> Centskalierung verschieben). Zugriff ueber die Satzbytes
           *> (Spalten 35-42), weil BR-GEHALT als 9(6)V99 deklariert ist.
           *> Auf Geraete- und Subunternehmersaetzen steht dort die
           *> Geraete- bzw. Subunternehmernummer.
           IF BR-GEHALT NOT NUMERIC
            AND NOT SATZ-IST-GERAET
            AND NOT SATZ-IST-SUBUNTERNEHMER
            AND FUNCTION TRIM(BUCHUNGS-RECORD(35:8)) IS NUMERIC
            AND FUNCTION TRIM(BUCHUNGS-RECORD(35:8)) NOT = SPACES
               MOVE BUCHUNGS-RECORD(35:8) TO AUTOFIX-VORHER
           OPEN INPUT MITARBEITER-STAMM
           IF FSSTAMM = "00"
               PERFORM UNTIL EMP-EOF-FLAG = "Y"
                   READ MITARBEITER-STAMM INTO STAMM-RECORD
                       AT END MOVE "Y" TO EMP-EOF-FLAG
                   END-READ
                   IF EMP-EOF-FLAG NOT = "Y" AND MA-IST-AKTIV
       *> ================================================================
       *> #7.5.2 Mitarbeiterstamm laden
       *> ================================================================
       *> Ist der indizierte Stamm MITARBEITER-STAMM.IDX vorhanden,
       *> bleibt er offen und jede Buchung wird per Schluessel
       *> gelesen - keine Tabelle, keine Obergrenze. Sonst ist die
       *> Quelle der konsolidierte Stamm MITARBEITER-STAMM.DAT (nur
       *> aktive Eintraege); existiert auch er noch nicht, wird wie
       *> bisher EMPLOYEE-MASTER.DAT gelesen, damit Installationen
       *> ohne Stammumstellung weiterlaufen.
       LOAD-EMPLOYEE-MASTER.
           MOVE 0 TO EMPLOYEE-ANZAHL
           MOVE "N" TO EMP-EOF-FLAG
           OPEN INPUT MITARBEITER-STAMM-INDEX
           IF FSSTAMMIDX = "00"
               MOVE "J" TO STAMM-INDEX-OFFEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MITARBEITER-STAMM
           IF FSSTAMM = "00"
               PERFORM UNTIL EMP-EOF-FLAG = "Y"
                   READ MITARBEITER-STAMM INTO STAMM-RECORD
                       AT END MOVE "Y" TO EMP-EOF-FLAG
                   END-READ

                       ELSE
                           MOVE 0 TO EMP-AUSTRITT(EMPLOYEE-ANZAHL)
                       END-IF
                       IF MA-FIRMA = SPACES
                           MOVE STAMM-FIRMA TO EMP-FIRMA(EMPLOYEE-ANZAHL)
                       ELSE
                           MOVE MA-FIRMA TO EMP-FIRMA(EMPLOYEE-ANZAHL)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MITARBEITER-STAMM
                       END-UNSTRING
                       MOVE 0 TO EMP-EINTRITT(EMPLOYEE-ANZAHL)
                       MOVE 0 TO EMP-AUSTRITT(EMPLOYEE-ANZAHL)
                       MOVE SPACES TO EMP-FIRMA(EMPLOYEE-ANZAHL)
                   END-IF
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
       *> Datei - die dreistellige Buchungsnummer darf an einem neuen
       *> Tag wiederverwendet werden, und kein Lauf muss mehr den
       *> Gesamtbestand aller Tage lesen.
       *> Im Mehrfirmenbetrieb hat jede Firma ausser der Stammfirma
       *> ihren eigenen Nummernkreis ("<Firma>-SEEN-...").
       SETZE-SEEN-DATEINAME.
           MOVE SPACES TO WS-SEEN-DATEINAME SEEN-FIRMEN-PRAEFIX
           IF AKTIVE-FIRMA NOT = SPACES
            AND AKTIVE-FIRMA NOT = STAMM-FIRMA
               STRING AKTIVE-FIRMA "-" INTO SEEN-FIRMEN-PRAEFIX
               END-STRING
           END-IF
           STRING SEEN-FIRMEN-PRAEFIX DELIMITED BY SPACE
                  "SEEN-" WS-LAUFDATUM ".NUMMERN" DELIMITED BY SIZE
               INTO WS-SEEN-DATEINAME
           END-STRING
           IF WELLE-AKTIV AND WS-AUSGABE-PRAEFIX NOT = SPACES
               MOVE WS-SEEN-DATEINAME TO WS-SEEN-GLOBAL-NAME
               MOVE SPACES TO WS-SEEN-DATEINAME
               STRING FUNCTION TRIM(WS-AUSGABE-PRAEFIX) "-"
                      SEEN-FIRMEN-PRAEFIX DELIMITED BY SPACE
                      "SEEN-" WS-LAUFDATUM ".NUMMERN" DELIMITED BY SIZE
                   INTO WS-SEEN-DATEINAME
               END-STRING
           END-IF.
           WRITE ARCHIV-GEN-RECORD
           CLOSE ARCHIV-GENERATION.
       


       *> ================================================================
       *> #14 Aktive Firma lesen (FIRMA-AKTIV.DAT, "**" = Konzernsicht)
       *> ================================================================
       LESE-FIRMA-AKTIV.
           MOVE SPACES TO AKTIVE-FIRMA STAMM-FIRMA
           OPEN INPUT FIRMA-AKTIV
           IF FSFIRMAAKT = "00"
               READ FIRMA-AKTIV
                   AT END CONTINUE
                   NOT AT END
                       MOVE FA-FIRMA      TO AKTIVE-FIRMA
                       MOVE FA-STAMMFIRMA TO STAMM-FIRMA
               END-READ
               CLOSE FIRMA-AKTIV
           END-IF.
