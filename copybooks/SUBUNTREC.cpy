      *> ================================================================
      *> SUBUNTREC - gemeinsames Satzlayout fuer SUBUNTERNEHMER-STAMM.DAT
      *> ================================================================
      *> Subunternehmer- und Freiberuflerstamm: eine Zeile je Vertrag
      *> mit einem Subunternehmer, der auf Kundenprojekten eingesetzt
      *> wird. Der Validierer prueft Subunternehmersaetze
      *> (Satzkennung "SUB" in BUCHREC) gegen diesen Stamm, der
      *> RECHNUNGS-GENERATOR berechnet die Stunden dem Kunden weiter,
      *> EINGANGSRECHNUNG-ABGLEICH prueft die Rechnungen des
      *> Subunternehmers gegen die akzeptierten Stunden, den
      *> Einkaufssatz und das Vertragslimit, und MARGEN-BERICHT
      *> rechnet die Stunden zum Einkaufssatz als Projektkosten.
      *> Bisher liefen diese Stunden nur auf Papier-Stundenzetteln.
      *>
      *> Spalten:  1-8    Subunternehmernummer (z.B. S0000004) -
      *>                  steht auf den Gehaltsspalten des
      *>                  Subunternehmersatzes
      *>          10-39   Name/Firma (erscheint im Abgleichsbericht)
      *>          41-47   Einkaufssatz EUR je Stunde (9(05)V99,
      *>                  ungepunktet) - vereinbarter Preis laut
      *>                  Vertrag
      *>          49-55   Verrechnungssatz EUR je Stunde (9(05)V99,
      *>                  ungepunktet; 0000000 = Firmensatz)
      *>          57-65   Vertragslimit EUR netto (9(07)V99,
      *>                  ungepunktet; 000000000 = ohne Limit)
      *>          67-76   Kostenstelle, die den Vertrag fuehrt
      *>                  (Abteilungscode wie in ABTEILUNG.CFG)
      *>          78     Status (A/leer = aktiv, I = inaktiv;
      *>                  beendete Vertraege bleiben fuer den
      *>                  Rechnungsabgleich im Stamm, nehmen aber
      *>                  keine neuen Stunden an)
      *> ================================================================
       01  SUBUNTERNEHMER-RECORD.
           05 SU-NUMMER         PIC X(08).
           05 FILLER            PIC X(01).
           05 SU-NAME           PIC X(30).
           05 FILLER            PIC X(01).
           05 SU-EINKAUFSSATZ   PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 SU-VERKAUFSSATZ   PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 SU-VERTRAGSLIMIT  PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 SU-KOSTENSTELLE   PIC X(10).
           05 FILLER            PIC X(01).
           05 SU-STATUS         PIC X(01).
               88 SUBUNT-AKTIV   VALUE "A" " ".
               88 SUBUNT-INAKTIV VALUE "I".
