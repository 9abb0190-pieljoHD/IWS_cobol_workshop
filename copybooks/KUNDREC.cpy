      *> ================================================================
      *> KUNDREC - gemeinsames Satzlayout fuer KUNDEN-STAMM.DAT
      *> ================================================================
      *> Kundenstamm der Fakturierung: eine Zeile je externem
      *> Rechnungsempfaenger mit Firmenname, Postanschrift,
      *> USt-IdNr. und Zahlungsziel. Die Zuordnung Projekt -> Kunde
      *> steht im 4. Feld von PROJEKT-MASTER.CFG; der
      *> RECHNUNGS-GENERATOR fasst die Positionen je Kunde zu einer
      *> Rechnung zusammen und druckt den Anschriftenblock, der
      *> MAHNLAUF adressiert die Mahnschreiben ueber dieselbe
      *> Kundennummer (OP-KUNDE in OPREC). Bisher stand auf jeder
      *> Rechnung nur das Abteilungskuerzel und jede Rechnung an
      *> einen Auftraggeber musste von Hand umadressiert werden.
      *>
      *> Spalten:  1-10   Kundennummer (z.B. K10001) - landet als
      *>                  Rechnungsempfaenger in RECHNUNGS-REGISTER.DAT
      *>                  und OFFENE-POSTEN.DAT
      *>          12-51   Firmenname (rechtlicher Name)
      *>          53-92   Namenszusatz/Abteilung beim Kunden (optional)
      *>          94-123  Strasse und Hausnummer
      *>         125-134  Postleitzahl
      *>         136-165  Ort
      *>         167-168  Laenderkennzeichen ISO (leer = DE)
      *>         170-184  USt-IdNr. (leer = nicht gepflegt)
      *>         186-188  Zahlungsziel in Tagen (000 = Vorgabe aus
      *>                  ZAHLUNGSZIEL.CFG)
      *>         190     Status (A = aktiv, I = inaktiv; inaktive
      *>                  Kunden erhalten keine neuen Rechnungen,
      *>                  ihre Projekte laufen auf die Kostenstelle)
      *>         192-237  Kaeuferreferenz fuer die E-Rechnung
      *>                  (Leitweg-ID bei oeffentlichen Auftraggebern,
      *>                  sonst die vom Kunden vorgegebene Referenz;
      *>                  Pflichtangabe der XRechnung)
      *>         239-298  E-Mail-Adresse des Kunden fuer den
      *>                  E-Rechnungsempfang (Pflichtangabe der
      *>                  XRechnung)
      *>         300     Leistungsnachweis (J = der Kunde zahlt nur
      *>                  gegen einen von ihm genehmigten
      *>                  Leistungsnachweis; RECHNUNGS-GENERATOR
      *>                  fakturiert dann nur Positionen aus
      *>                  genehmigten Nachweisen, siehe
      *>                  LEISTUNGSNACHWEIS; leer/N = nicht
      *>                  erforderlich)
      *> ================================================================
       01  KUNDEN-RECORD.
           05 KD-NUMMER       PIC X(10).
           05 FILLER          PIC X(01).
           05 KD-NAME         PIC X(40).
           05 FILLER          PIC X(01).
           05 KD-NAME2        PIC X(40).
           05 FILLER          PIC X(01).
           05 KD-STRASSE      PIC X(30).
           05 FILLER          PIC X(01).
           05 KD-PLZ          PIC X(10).
           05 FILLER          PIC X(01).
           05 KD-ORT          PIC X(30).
           05 FILLER          PIC X(01).
           05 KD-LAND         PIC X(02).
           05 FILLER          PIC X(01).
           05 KD-UST-ID       PIC X(15).
           05 FILLER          PIC X(01).
           05 KD-ZAHLUNGSZIEL PIC 9(03).
           05 FILLER          PIC X(01).
           05 KD-STATUS       PIC X(01).
               88 KD-IST-AKTIV   VALUE "A" " ".
               88 KD-IST-INAKTIV VALUE "I".
           05 FILLER          PIC X(01).
           05 KD-KAEUFER-REF  PIC X(46).
           05 FILLER          PIC X(01).
           05 KD-EMAIL        PIC X(60).
           05 FILLER          PIC X(01).
           05 KD-NACHWEIS     PIC X(01).
               88 KD-NACHWEIS-PFLICHT VALUE "J".
