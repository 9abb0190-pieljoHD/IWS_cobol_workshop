      *> ================================================================
      *> VERSREC - Satzlayout fuer VERSAND-REGISTER.DAT
      *> ================================================================
      *> Ein Satz je ausgehender Datei (Ziel + Inhalt). Angelegt und
      *> fortgeschrieben wird das Register ausschliesslich von
      *> DATEI-VERSAND: beim Erfassen erhaelt eine neue Fassung einer
      *> Ausgangsdatei (PAYROLL-EXPORT.DAT, ZAHLUNGSDATEI.DAT,
      *> ZEITERFASSUNG-ACK.CSV, ERHEBUNG-JJJJQn.DAT,
      *> BEITRAGSNACHWEIS-*.TXT, FIBU-JOURNAL-*.DAT ...) ihre Nummer,
      *> Satzanzahl, die Kontrollsummen aus dem Schlusssatz und den
      *> Fingerabdruck des Inhalts (cksum "<CRC>/<Bytes>").
      *>
      *> Ein Inhalt wird je Ziel nur einmal erfasst - an Ziel und
      *> Fingerabdruck erkennt DATEI-VERSAND eine bereits bekannte
      *> Datei, auch unter anderem Namen.
      *>
      *> VS-KONTROLLE: J = Schlusssatz stimmt mit den gezaehlten
      *> Datenzeilen ueberein, N = stimmt nicht (Satz wird FEHLER),
      *> leer = Datei ohne Kontrollsaetze.
      *> VS-SUMME-1/-2 sind die Kontrollsummen so, wie sie im
      *> Schlusssatz stehen (Stunden/Betrag, Soll/Haben, Anzahl/
      *> Summe), ohne Umrechnung.
      *> ================================================================
       01  VERSAND-REGISTER-RECORD.
           05 VS-NUMMER         PIC 9(06).
           05 FILLER            PIC X(01).
           05 VS-ERFASST        PIC X(14).
           05 FILLER            PIC X(01).
           05 VS-FIRMA          PIC X(02).
           05 FILLER            PIC X(01).
           05 VS-ZIEL           PIC X(12).
           05 FILLER            PIC X(01).
           05 VS-DATEI          PIC X(40).
           05 FILLER            PIC X(01).
           05 VS-FINGERABDRUCK  PIC X(24).
           05 FILLER            PIC X(01).
           05 VS-ANZAHL         PIC 9(07).
           05 FILLER            PIC X(01).
           05 VS-SUMME-1        PIC X(15).
           05 FILLER            PIC X(01).
           05 VS-SUMME-2        PIC X(15).
           05 FILLER            PIC X(01).
           05 VS-KONTROLLE      PIC X(01).
           05 FILLER            PIC X(01).
           05 VS-STATUS         PIC X(10).
               88 VS-BEREIT        VALUE "BEREIT".
               88 VS-GESENDET      VALUE "GESENDET".
               88 VS-BESTAETIGT    VALUE "BESTAETIGT".
               88 VS-FEHLER        VALUE "FEHLER".
           05 FILLER            PIC X(01).
           05 VS-VERSUCHE       PIC 9(02).
           05 FILLER            PIC X(01).
           05 VS-GESENDET-ZEIT  PIC X(14).
           05 FILLER            PIC X(01).
           05 VS-GESENDET-VON   PIC X(10).
           05 FILLER            PIC X(01).
           05 VS-ERZWUNGEN      PIC X(01).
           05 FILLER            PIC X(01).
           05 VS-BESTAETIGT-ZEIT PIC X(14).
           05 FILLER            PIC X(01).
           05 VS-VERMERK        PIC X(60).
