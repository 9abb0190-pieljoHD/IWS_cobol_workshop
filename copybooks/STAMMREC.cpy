      *> MITARBEITER-SATZ.CFG (persoenliche Stundensaetze) und
      *> ABTEILUNG.CFG (Kostenstellen) in einem Satz je Mitarbeiter
      *> zusammen. Gepflegt wird die Datei ausschliesslich ueber
      *> STAMM-PFLEGE; BUCHUNGEN-VALIDIERER und UMSATZ-RECHNER fallen
      *> nur dann auf die Altdateien zurueck, wenn
      *> MITARBEITER-STAMM.DAT (noch) nicht existiert.
      *> Ist der Stamm mit STAMM-INDEX zusaetzlich als
      *> MITARBEITER-STAMM.IDX (Satzbild STAMMIDX) aufgebaut, lesen
      *> die Programme mit den gemeinsamen Absaetzen OEFFNE-STAMM ff.
      *> per Schluessel bzw. in Schluesselfolge daraus; wer diese
      *> Datei neu schreibt, zieht den Index danach nach.
      *>
      *> Spalten:  1-10  Vorname
      *>          11-20  Nachname
      *>                 nicht gepflegt; NUR fuer die
      *>                 Margenrechnung - fakturiert wird
      *>                 weiterhin mit MA-STUNDENSATZ)
      *>         121-122 Konfession fuer die Kirchensteuer (leer =
      *>                 keine; z.B. EV, RK, AK - jede Angabe macht
      *>                 kirchensteuerpflichtig)
      *>         123-124 Bundesland der Betriebsstaette (Kuerzel,
      *>                 z.B. BY, BW, NW; bestimmt den
      *>                 Kirchensteuersatz, leer = Standardsatz)
      *>         125    Lohnart (S = Gehalt: fester Monatslohn
      *>                 unabhaengig von den gebuchten Stunden;
      *>                 H/leer = Stundenlohn aus dem Lohnexport)
      *>         126-133 Monatsgehalt 9(06)V99 (nur bei Lohnart S;
      *>                 LOHN-RECHNER kuerzt im Ein-/Austrittsmonat
      *>                 und um unbezahlte Tage nach Kalendertagen)
      *>         134    Ueberstundenregel bei Gehalt (A/leer =
      *>                 mit dem Gehalt abgegolten, V = Stunden
      *>                 ueber dem Monats-Soll werden mit
      *>                 Gehalt/Soll-Stunden verguetet)
      *>         135-138 Tarifgruppe (leer = kein Tarif, Satz wird
      *>                 von Hand gepflegt; sonst Gruppe aus
      *>                 TARIFGITTER.CFG)
      *>         139-140 Tarifstufe 9(02) - der Stundensatz kommt
      *>                 dann aus dem Tarifgitter, der monatliche
      *>                 TARIF-STUFENLAUF rueckt nach der
      *>                 Betriebszugehoerigkeit seit MA-EINTRITT in
      *>                 die naechste Stufe vor
      *>         141-142 Probezeit in Monaten 9(02) (00 = keine
      *>                 Probezeit bzw. nicht gepflegt); Ende =
      *>                 MA-EINTRITT + Monate - 1 Tag, gemeldet vom
      *>                 woechentlichen HR-TERMINKALENDER
      *>         143    Entscheidung zur Probezeit (leer = offen,
      *>                 U = uebernommen, B = in der Probezeit
      *>                 beendet; eine Verlaengerung erhoeht nur
      *>                 MA-PROBEZEIT und bleibt offen)
      *>         144    Entscheidung zur Befristung bis MA-AUSTRITT
      *>                 (leer = offen, B = Vertragsende bestaetigt;
      *>                 verlaengert = neues MA-AUSTRITT, umgewandelt
      *>                 = MA-AUSTRITT 0)
      *>         145-146 zuletzt gewuerdigtes Dienstjubilaeum in
      *>                 Jahren 9(02) (00, 10 oder 25)
      *>         147-150 Rollen-/Seniorstufe (z.B. JUN, SEN, LEAD;
      *>                 leer = keine) - Schluessel in die Kunden-
      *>                 und Projektpreiskarten (PREISKARTE.CFG) des
      *>                 RECHNUNGS-GENERATOR
      *>         151-152 Firmenschluessel des Arbeitgebers (aus
      *>                 FIRMEN.CFG; leer = Stammfirma, d.h. die
      *>                 erste Zeile) - der Personalpool ist
      *>                 gemeinsam, Lohn, Zahlung und Buchungen
      *>                 laufen je Firma (siehe FIRMEN-WECHSEL)
      *> ================================================================
       01  STAMM-RECORD.
           05 MA-VORNAME         PIC X(10).
           05 MA-KENNUNG         PIC X(08).
           05 MA-PERSONALNR      PIC 9(05).
           05 MA-KOSTENSATZ      PIC 9(03).
           05 MA-KONFESSION      PIC X(02).
           05 MA-BUNDESLAND      PIC X(02).
           05 MA-LOHNART         PIC X(01).
               88 MA-IST-GEHALT      VALUE "S".
               88 MA-IST-STUNDENLOHN VALUE "H" " ".
           05 MA-MONATSGEHALT    PIC 9(06)V99.
           05 MA-UEBERSTD-REGEL  PIC X(01).
               88 MA-UEBERSTD-ABGEGOLTEN VALUE "A" " ".
               88 MA-UEBERSTD-VERGUETET  VALUE "V".
           05 MA-TARIFGRUPPE     PIC X(04).
           05 MA-TARIFSTUFE      PIC 9(02).
           05 MA-PROBEZEIT       PIC 9(02).
           05 MA-PROBEZEIT-ENTSCH PIC X(01).
               88 MA-PROBEZEIT-OFFEN     VALUE " ".
               88 MA-PROBEZEIT-UEBERNOMMEN VALUE "U".
               88 MA-PROBEZEIT-BEENDET   VALUE "B".
           05 MA-BEFRISTUNG-ENTSCH PIC X(01).
               88 MA-BEFRISTUNG-OFFEN    VALUE " ".
               88 MA-BEFRISTUNG-BEENDET  VALUE "B".
           05 MA-JUBILAEUM       PIC 9(02).
           05 MA-ROLLE           PIC X(04).
           05 MA-FIRMA           PIC X(02).
