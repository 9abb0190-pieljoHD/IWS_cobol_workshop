      *> ================================================================
      *> FIRMREC - gemeinsames Satzlayout fuer FIRMA-AKTIV.DAT
      *> ================================================================
      *> Welche Firma der Gruppe gerade im Arbeitsverzeichnis liegt.
      *> Geschrieben wird die Datei ausschliesslich von
      *> FIRMEN-WECHSEL, das die firmeneigenen Dateien (FIRMA.CFG,
      *> RECHNUNG.NR, Lohn- und Zahlungsdateien, Journale,
      *> Periodensperre ...) unter "<Schluessel>-<Datei>" ablegt
      *> bzw. bereitstellt. Validierer, LOHN-RECHNER,
      *> ZAHLUNGS-EXPORT, LASTSCHRIFT-EINZUG, RECHNUNGS-GENERATOR und
      *> PERIODEN-ABSCHLUSS lesen sie beim Start: in der Konzernsicht laufen sie nicht,
      *> in einer Firma nur fuer deren Mitarbeiter (MA-FIRMA, leer =
      *> Stammfirma). Fehlt die Datei, arbeitet die Installation
      *> einfirmig wie bisher.
      *>
      *> Spalten:  1-2   Schluessel der aktiven Firma aus FIRMEN.CFG
      *>                 ("**" = Konzernsicht: registerartige Dateien
      *>                 aller Firmen zusammengefuehrt, nur fuer
      *>                 Auswertungen)
      *>           4-5   Schluessel der Stammfirma (erste Zeile von
      *>                 FIRMEN.CFG) - ihr gehoeren Mitarbeiter mit
      *>                 leerem MA-FIRMA
      *>           7-20  Zeitpunkt des Wechsels JJJJMMTTHHMMSS
      *> ================================================================
       01  FIRMA-AKTIV-RECORD.
           05 FA-FIRMA          PIC X(02).
               88 FA-IST-KONZERN   VALUE "**".
           05 FILLER            PIC X(01).
           05 FA-STAMMFIRMA     PIC X(02).
           05 FILLER            PIC X(01).
           05 FA-ZEITSTEMPEL    PIC X(14).
