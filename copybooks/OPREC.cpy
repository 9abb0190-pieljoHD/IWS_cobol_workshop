      *>
      *> Spalten:  1-6    Rechnungsnummer (wie REG-NUMMER)
      *>           8-15   Rechnungsdatum JJJJMMTT
      *>          17-26   Kundennummer aus KUNDEN-STAMM.DAT (KUNDREC);
      *>                  bei internen Rechnungen ohne Kunden und
      *>                  im Altbestand die Kostenstelle
      *>          28-38   Rechnungsbetrag (9(9)V99, ungepunktet)
      *>          40-50   bereits bezahlt (9(9)V99, ungepunktet)
      *>          52-59   Status (OFFEN/TEIL/BEZAHLT, EINZUG =
      *>                  Lastschrift eingereicht, wird erst mit der
      *>                  Bankbestaetigung BEZAHLT, bei Ruecklast
      *>                  wieder OFFEN/TEIL - siehe LASTSCHRIFT-EINZUG)
      *>          61     Mahnstufe (0 = noch nicht gemahnt, 1-3)
      *>          63-70  Datum der letzten Mahnung (0 = keine)
      *> ================================================================
           05 FILLER         PIC X(01).
           05 OP-DATUM       PIC 9(08).
           05 FILLER         PIC X(01).
           05 OP-KUNDE       PIC X(10).
           05 FILLER         PIC X(01).
           05 OP-BETRAG      PIC 9(9)V99.
           05 FILLER         PIC X(01).
               88 OP-IST-OFFEN   VALUE "OFFEN".
               88 OP-IST-TEIL    VALUE "TEIL".
               88 OP-IST-BEZAHLT VALUE "BEZAHLT".
               88 OP-IST-EINZUG  VALUE "EINZUG".
           05 FILLER         PIC X(01).
           05 OP-MAHNSTUFE   PIC 9(01).
           05 FILLER         PIC X(01).
