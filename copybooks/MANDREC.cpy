      *> ================================================================
      *> MANDREC - gemeinsames Satzlayout fuer LASTSCHRIFT-MANDATE.DAT
      *> ================================================================
      *> Register der SEPA-Lastschriftmandate (Basislastschrift CORE):
      *> eine Zeile je Kunde mit unterschriebenem Mandat. Der
      *> LASTSCHRIFT-EINZUG zieht faellige offene Posten dieser Kunden
      *> ein, statt auf die Ueberweisung zu warten, und schreibt die
      *> Sequenz nach dem Ersteinzug selbst auf RCUR fort. Gepflegt
      *> wird die Datei wie KUNDEN-STAMM.DAT von der Buchhaltung, ein
      *> widerrufenes Mandat bleibt mit Status W stehen (Nachweis).
      *>
      *> Spalten:  1-10   Kundennummer (wie KD-NUMMER in KUNDREC)
      *>          12-46   Mandatsreferenz (eindeutig je Mandat)
      *>          48-55   Datum der Unterschrift JJJJMMTT
      *>          57-60   Sequenz des naechsten Einzugs (FRST =
      *>                  Ersteinzug, RCUR = Folgeeinzug)
      *>          62-95   IBAN des Zahlungspflichtigen
      *>          97-107  BIC (leer = nicht angegeben)
      *>         109     Status (A/leer = aktiv, W = widerrufen)
      *>         111-118  Datum des letzten Einzugs JJJJMMTT (0 =
      *>                  noch nie eingezogen); nach 36 Monaten ohne
      *>                  Einzug verfaellt das Mandat
      *> ================================================================
       01  MANDAT-RECORD.
           05 MD-KUNDE          PIC X(10).
           05 FILLER            PIC X(01).
           05 MD-REFERENZ       PIC X(35).
           05 FILLER            PIC X(01).
           05 MD-UNTERSCHRIFT   PIC 9(08).
           05 FILLER            PIC X(01).
           05 MD-SEQUENZ        PIC X(04).
               88 MD-IST-ERSTEINZUG  VALUE "FRST".
               88 MD-IST-FOLGEEINZUG VALUE "RCUR".
           05 FILLER            PIC X(01).
           05 MD-IBAN           PIC X(34).
           05 FILLER            PIC X(01).
           05 MD-BIC            PIC X(11).
           05 FILLER            PIC X(01).
           05 MD-STATUS         PIC X(01).
               88 MD-IST-AKTIV       VALUE "A" " ".
               88 MD-IST-WIDERRUFEN  VALUE "W".
           05 FILLER            PIC X(01).
           05 MD-LETZTER-EINZUG PIC 9(08).
