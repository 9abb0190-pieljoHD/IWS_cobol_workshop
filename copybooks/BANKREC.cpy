      *> ================================================================
      *> BANKREC - Satzlayout fuer BANKDATEN-PRUEFUNG.DAT
      *> ================================================================
      *> Ein Satz je geaenderter IBAN eines Mitarbeiters. Angehaengt
      *> (OPEN EXTEND) von STAMM-PFLEGE und HR-DELTA-IMPORT, sobald
      *> eine neue IBAN in den Stamm kommt - mit altem und neuem
      *> Konto und dem Bearbeiter. Ein ZWEITER Operator bestaetigt
      *> oder weist die Aenderung nach dem Rueckruf beim Mitarbeiter
      *> in BANKDATEN-PRUEFUNG zurueck; bis dahin haelt ZAHLUNGS-
      *> EXPORT Zahlungen an das neue Konto an, ohne zeitliche
      *> Grenze (BANKDATEN-SPERRE.CFG bestimmt nur den Pruefbericht).
      *>
      *> BP-ID ist die laufende Nummer (hoechste + 1 beim Anhaengen).
      *> Die Namen stehen im Klartext wie in STAMM-HISTORIE.DAT und
      *> ZAHLUNGS-DETAIL-REGISTER.DAT. BP-BEARBEITER ist die Operator-
      *> Kennung aus BENUTZER.CFG (leer = Pflege ohne Anmeldung,
      *> "HR-DELTA" = Batch-Schnittstelle), BP-PRUEFER die Kennung
      *> des bestaetigenden Operators, BP-VERMERK der Rueckrufvermerk.
      *> ================================================================
       01  BANKDATEN-PRUEF-RECORD.
           05 BP-ID             PIC 9(06).
           05 FILLER            PIC X(01).
           05 BP-ZEIT           PIC X(14).
           05 FILLER            PIC X(01).
           05 BP-PERSONALNR     PIC X(05).
           05 FILLER            PIC X(01).
           05 BP-VORNAME        PIC X(10).
           05 FILLER            PIC X(01).
           05 BP-NACHNAME       PIC X(10).
           05 FILLER            PIC X(01).
           05 BP-IBAN-ALT       PIC X(22).
           05 FILLER            PIC X(01).
           05 BP-BIC-ALT        PIC X(11).
           05 FILLER            PIC X(01).
           05 BP-IBAN-NEU       PIC X(22).
           05 FILLER            PIC X(01).
           05 BP-BIC-NEU        PIC X(11).
           05 FILLER            PIC X(01).
           05 BP-QUELLE         PIC X(16).
           05 FILLER            PIC X(01).
           05 BP-BEARBEITER     PIC X(08).
           05 FILLER            PIC X(01).
           05 BP-STATUS         PIC X(01).
               88 BP-OFFEN         VALUE "O".
               88 BP-BESTAETIGT    VALUE "B".
               88 BP-ZURUECKGEWIESEN VALUE "Z".
           05 FILLER            PIC X(01).
           05 BP-PRUEFER        PIC X(08).
           05 FILLER            PIC X(01).
           05 BP-PRUEF-ZEIT     PIC X(14).
           05 FILLER            PIC X(01).
           05 BP-VERMERK        PIC X(40).
