      *> ================================================================
      *> CHECKREC - gemeinsames Satzlayout fuer CHECKLISTE.DAT
      *> ================================================================
      *> Wird per COPY in die FILE SECTION von PERSONAL-CHECKLISTE,
      *> LOHN-RECHNER und ZAHLUNGS-EXPORT eingebunden. Eine Zeile je
      *> Mitarbeiter, Ereignis (Eintritt/Austritt) und Checklisten-
      *> punkt aus CHECKLISTE.CFG. PERSONAL-CHECKLISTE legt die
      *> Punkte an, hakt sie ab und raeumt erledigte Ereignisse ab;
      *> Lohn- und Zahllauf halten einen Mitarbeiter an, solange ein
      *> Pflichtpunkt offen und faellig ist.
      *>
      *> Spalten:  1      Ereignis (E = Eintritt, A = Austritt)
      *>           3-12   Vorname
      *>          14-23   Nachname
      *>          25-32   Ereignistag JJJJMMTT (MA-EINTRITT bzw.
      *>                  MA-AUSTRITT bei Anlage)
      *>          34-41   Punkt (Code aus CHECKLISTE.CFG)
      *>          43      Pflichtpunkt J/N (J = haelt Lohn/Zahlung an)
      *>          45-52   verantwortliche Kennung
      *>          54-61   faellig am JJJJMMTT
      *>          63      Status (O = offen, E = erledigt)
      *>          65-72   erledigt am JJJJMMTT (0 = offen)
      *>          74-81   erledigt von (Kennung, AUTO = Pruefung)
      *>          83-112  Text des Punkts
      *> ================================================================
       01  CHECKLISTE-RECORD.
           05 CL-ART          PIC X(01).
               88 CL-IST-EINTRITT VALUE "E".
               88 CL-IST-AUSTRITT VALUE "A".
           05 FILLER          PIC X(01).
           05 CL-VORNAME      PIC X(10).
           05 FILLER          PIC X(01).
           05 CL-NACHNAME     PIC X(10).
           05 FILLER          PIC X(01).
           05 CL-EREIGNIS     PIC 9(08).
           05 FILLER          PIC X(01).
           05 CL-CODE         PIC X(08).
           05 FILLER          PIC X(01).
           05 CL-PFLICHT      PIC X(01).
               88 CL-IST-PFLICHT  VALUE "J".
           05 FILLER          PIC X(01).
           05 CL-EIGNER       PIC X(08).
           05 FILLER          PIC X(01).
           05 CL-FAELLIG      PIC 9(08).
           05 FILLER          PIC X(01).
           05 CL-STATUS       PIC X(01).
               88 CL-IST-OFFEN    VALUE "O".
               88 CL-IST-ERLEDIGT VALUE "E".
           05 FILLER          PIC X(01).
           05 CL-ERLEDIGT-AM  PIC 9(08).
           05 FILLER          PIC X(01).
           05 CL-ERLEDIGT-VON PIC X(08).
           05 FILLER          PIC X(01).
           05 CL-TEXT         PIC X(30).
