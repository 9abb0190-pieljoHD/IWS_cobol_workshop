      *>   V111 Mitarbeiter nicht im Stamm
      *>   V112 Buchungsdatum vor Eintritt
      *>   V113 Buchungsdatum nach Austritt
      *>   V114 Mitarbeiter gehoert zu anderer Firma der Gruppe
      *>   V120 Stunden ungueltig/nicht numerisch
      *>   V121 Stunden gleich 0
      *>   V130 Gehalt nicht numerisch
      *>   V161 Projekt abgeschlossen
      *>   V162 benoetigte Qualifikation fehlt
      *>   V163 benoetigte Qualifikation abgelaufen/laeuft ab
      *>   V164 Taetigkeitscode nicht im Taetigkeitskatalog
      *>   V165 Projekt angehalten
      *>   V166 Buchung vor Projektbeginn
      *>   V167 Buchung nach Projektende
      *>   V170 Abwesenheitsart unbekannt
      *>   V171 Abwesenheitstage ungueltig
      *>   V172 Abwesenheitstage ausserhalb 1..31
      *>   V191 Spesenbetrag nicht numerisch
      *>   V192 Spesenbetrag leer oder 0
      *>   V193 Belegnummer fehlt
      *>   V194 Weiterberechnungskennzeichen unbekannt
      *>   V195 Weiterberechnung ohne Spesenprojekt
      *>   V196 Spesenprojekt nicht im Projektstamm
      *>   V200 Bereitschaftsfenster nicht numerisch
      *>   V201 Einsatzstunden ohne Einsatzzeiten
      *>   V202 Fensterbeginn keine gueltige Uhrzeit
      *>   V203 Fensterende keine gueltige Uhrzeit
      *>   V210 Minijob-Monatsgrenze
      *>   V211 Werkstudenten-Wochengrenze
      *>   V220 Zahlungsart der Einmalzahlung unbekannt
      *>   V221 Einmalzahlungsbetrag nicht numerisch
      *>   V222 Einmalzahlungsbetrag leer oder 0
      *>   V223 Abrechnungsmonat der Einmalzahlung ungueltig
      *>   V230 Geraet nicht im Geraetestamm
      *>   V231 Geraet ausgemustert (inaktiv)
      *>   V232 Einheit der Geraetenutzung ungueltig
      *>   V233 Geraetemenge nicht numerisch oder 0
      *>   V234 Geraetenutzung ohne Projekt
      *>   V235 Nutzungszeit des Geraets fehlt/ungueltig
      *>   V236 Geraet im Zeitraum bereits gebucht
      *>   V240 Subunternehmer nicht im Subunternehmerstamm
      *>   V241 Vertrag des Subunternehmers beendet (inaktiv)
      *>   V242 Subunternehmerstunden ohne Projekt
      *>   V901-V905 Vorkorrekturen (AUTOFIX)
      *>   V999 Altbestand/ohne Code
      *> ================================================================
