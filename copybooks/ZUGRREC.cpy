      *> ================================================================
      *> ZUGRREC - Satzlayout fuer ZUGRIFFS-PROTOKOLL.LOG
      *> ================================================================
      *> Ein Satz je Einsicht in personenbezogene Daten eines
      *> Mitarbeiters. Geschrieben (OPEN EXTEND) von den
      *> Auskunftsprogrammen DATENAUSKUNFT, SELBSTAUSKUNFT,
      *> HISTORIE-AUSKUNFT, BUCHUNG-SUCHE und STAMM-PFLEGE, jeweils
      *> ueber ihren Absatz PROTOKOLLIERE-ZUGRIFF; ausgewertet je
      *> Mitarbeiter und je Operator von ZUGRIFFS-AUSWERTUNG.
      *> BESTANDS-BEREINIGUNG kuerzt die Datei auf ZugriffTage
      *> (RETENTION.CFG), DATENAUSKUNFT nimmt sie ins Auskunftspaket.
      *>
      *> ZP-BENUTZER ist die angemeldete Operator-Kennung aus
      *> BENUTZER.CFG (leer = Lauf ohne Benutzerverwaltung).
      *> ZP-PERSONALNR ist die Personalnummer (00000 = nicht
      *> vergeben), die Namen stehen ROT13-maskiert wie in den
      *> uebrigen Dauerablagen. ZP-KATEGORIE nennt, WAS angezeigt
      *> wurde: STAMM (Satz, Abteilung, Status), BUCHUNGEN,
      *> KRANKHEIT (Krankheitstage und -abwesenheiten), URLAUB,
      *> UMSATZ, GESAMT (komplettes Auskunftspaket einschliesslich
      *> Bank- und Krankheitsdaten). ZP-ANLASS haelt fest, wonach
      *> gesucht wurde (Zeitraum, Buchungsnummer, Menuepunkt).
      *> ================================================================
       01  ZUGRIFF-RECORD.
           05 ZP-ZEIT           PIC X(14).
           05 FILLER            PIC X(01).
           05 ZP-BENUTZER       PIC X(08).
           05 FILLER            PIC X(01).
           05 ZP-PROGRAMM       PIC X(18).
           05 FILLER            PIC X(01).
           05 ZP-PERSONALNR     PIC X(05).
           05 FILLER            PIC X(01).
           05 ZP-VORNAME        PIC X(10).
           05 FILLER            PIC X(01).
           05 ZP-NACHNAME       PIC X(10).
           05 FILLER            PIC X(01).
           05 ZP-KATEGORIE      PIC X(10).
               88 ZP-STAMMDATEN    VALUE "STAMM".
               88 ZP-BUCHUNGEN     VALUE "BUCHUNGEN".
               88 ZP-KRANKHEIT     VALUE "KRANKHEIT".
               88 ZP-URLAUB        VALUE "URLAUB".
               88 ZP-UMSATZ        VALUE "UMSATZ".
               88 ZP-GESAMT        VALUE "GESAMT".
           05 FILLER            PIC X(01).
           05 ZP-ANLASS         PIC X(30).
