      *> ================================================================
      *> PROJREC - gemeinsames Satzlayout fuer PROJEKT-STAMM.DAT
      *> ================================================================
      *> Projektstamm mit Lebenszyklus: eine Zeile je Projektcode.
      *> Gepflegt wird die Datei ausschliesslich ueber PROJEKT-PFLEGE
      *> (Operator mit Rolle "D"), die daraus bei jedem Sichern
      *> PROJEKT-MASTER.CFG (Code, Kostenstelle, 1. Qualifikation,
      *> Kunde, Bezeichnung) und PROJEKT-GESCHLOSSEN.DAT neu
      *> schreibt - die bisherigen Leser dieser beiden Dateien
      *> bleiben unveraendert. Der BUCHUNGEN-VALIDIERER liest
      *> zusaetzlich Status, Laufzeit und alle Qualifikationen.
      *>
      *> Spalten:  1-8    Projektcode (ohne Leerzeichen)
      *>          10-39   Bezeichnung
      *>          41-50   Kostenstelle/Eigner-Abteilung
      *>          52-61   Kunde aus KUNDEN-STAMM.DAT (leer = internes
      *>                  Projekt, Rechnung an die Kostenstelle)
      *>          63-70   Projektleiter (Operator-Kennung aus
      *>                  BENUTZER.CFG)
      *>          72-77   Budget in Stunden (000000 = ohne Budget)
      *>          79-86   Projektbeginn JJJJMMTT (0 = offen)
      *>          88-95   Projektende JJJJMMTT (0 = offen)
      *>          97     Status (P = geplant, A/leer = aktiv,
      *>                  H = angehalten, G = geschlossen)
      *>          99-124  bis zu drei benoetigte Qualifikationen
      *>                  (Codes aus QUALIFIKATIONEN.CFG, je 8
      *>                  Stellen, leer = keine)
      *> ================================================================
       01  PROJEKT-RECORD.
           05 PR-CODE           PIC X(08).
           05 FILLER            PIC X(01).
           05 PR-BEZEICHNUNG    PIC X(30).
           05 FILLER            PIC X(01).
           05 PR-KOSTENSTELLE   PIC X(10).
           05 FILLER            PIC X(01).
           05 PR-KUNDE          PIC X(10).
           05 FILLER            PIC X(01).
           05 PR-LEITER         PIC X(08).
           05 FILLER            PIC X(01).
           05 PR-BUDGET-STUNDEN PIC 9(06).
           05 FILLER            PIC X(01).
           05 PR-BEGINN         PIC 9(08).
           05 FILLER            PIC X(01).
           05 PR-ENDE           PIC 9(08).
           05 FILLER            PIC X(01).
           05 PR-STATUS         PIC X(01).
               88 PROJ-GEPLANT      VALUE "P".
               88 PROJ-AKTIV        VALUE "A" " ".
               88 PROJ-ANGEHALTEN   VALUE "H".
               88 PROJ-ABGESCHLOSSEN VALUE "G".
           05 FILLER            PIC X(01).
           05 PR-QUALIFIKATION OCCURS 3 TIMES.
               10 PR-QUAL       PIC X(08).
               10 FILLER        PIC X(01).
