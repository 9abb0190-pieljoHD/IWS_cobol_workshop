      *> ================================================================
      *> STAMMIDX - Schluesselsicht auf MITARBEITER-STAMM.IDX
      *> ================================================================
      *> Indizierte Fassung des Mitarbeiterstamms: derselbe Satz wie
      *> in STAMMREC (152 Stellen), hier nur mit den Schluesseln
      *> benannt. Gelesen wird per READ ... INTO in eine
      *> WORKING-STORAGE-Kopie von STAMMREC.
      *>   Primaerschluessel  SX-PERSONALNR (= MA-PERSONALNR, eindeutig)
      *>   Alternativschluessel SX-NAME (= MA-VORNAME + MA-NACHNAME,
      *>                      mit Duplikaten) fuer die namens-
      *>                      gefuehrten Bestandsdateien und Buchungen
      *> Aufgebaut wird die Datei ausschliesslich von STAMM-INDEX aus
      *> MITARBEITER-STAMM.DAT; alle Programme, die den Stamm neu
      *> schreiben, bauen den Index danach neu auf. Fehlt der Index,
      *> lesen die Programme wie bisher MITARBEITER-STAMM.DAT.
      *> ================================================================
       01  STAMM-INDEX-RECORD.
           05 SX-NAME.
               10 SX-VORNAME     PIC X(10).
               10 SX-NACHNAME    PIC X(10).
           05 FILLER            PIC X(92).
           05 SX-PERSONALNR     PIC 9(05).
           05 FILLER            PIC X(35).
