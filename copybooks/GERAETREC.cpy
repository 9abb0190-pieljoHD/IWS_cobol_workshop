      *> ================================================================
      *> GERAETREC - gemeinsames Satzlayout fuer GERAETE-STAMM.DAT
      *> ================================================================
      *> Geraete- und Maschinenstamm: eine Zeile je Geraet, das auf
      *> Projekte gebucht und dem Kunden berechnet werden kann
      *> (Hubsteiger, Messwagen, Leihrechner ...). Der Validierer
      *> prueft Geraetesaetze (Satzkennung "GER" in BUCHREC) gegen
      *> diesen Stamm, der RECHNUNGS-GENERATOR bewertet die Nutzung
      *> mit Stunden- bzw. Tagessatz, und INTERNE-UMLAGE schreibt sie
      *> der Eigner-Kostenstelle gut. Bisher liefen Geraetestunden
      *> als Freitext auf dem Stundenzettel des Bedieners mit und
      *> wurden entweder vergessen oder als Personalstunden berechnet.
      *>
      *> Spalten:  1-8    Geraetenummer (z.B. G0000017) - steht auf
      *>                  den Gehaltsspalten des Geraetesatzes
      *>          10-39   Bezeichnung (erscheint auf der Rechnung)
      *>          41-47   Stundensatz EUR (9(05)V99, ungepunktet)
      *>          49-55   Tagessatz EUR (9(05)V99, ungepunktet;
      *>                  0000000 = nicht tageweise buchbar)
      *>          57-66   Eigner-Kostenstelle (Abteilungscode wie in
      *>                  ABTEILUNG.CFG / PROJEKT-MASTER.CFG)
      *>          68     Status (A/leer = aktiv, I = inaktiv;
      *>                  ausgemusterte Geraete bleiben fuer Storni
      *>                  im Stamm, nehmen aber keine neuen
      *>                  Buchungen an)
      *> ================================================================
       01  GERAETE-RECORD.
           05 GR-NUMMER       PIC X(08).
           05 FILLER          PIC X(01).
           05 GR-BEZEICHNUNG  PIC X(30).
           05 FILLER          PIC X(01).
           05 GR-STUNDENSATZ  PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 GR-TAGESSATZ    PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 GR-KOSTENSTELLE PIC X(10).
           05 FILLER          PIC X(01).
           05 GR-STATUS       PIC X(01).
               88 GERAET-AKTIV   VALUE "A" " ".
               88 GERAET-INAKTIV VALUE "I".
