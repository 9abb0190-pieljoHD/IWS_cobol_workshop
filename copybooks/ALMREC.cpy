      *> ================================================================
      *> ALMREC - Satzlayout fuer ALARM-REGISTER.DAT
      *> ================================================================
      *> Ein Satz je Alarm aus ALARM.LOG. Angelegt und fortgeschrieben
      *> wird das Register ausschliesslich von ALARM-VERWALTUNG: beim
      *> Uebernehmen einer neuen ALARM.LOG-Zeile erhaelt der Alarm
      *> seine Nummer, Schwere, Zustaendigkeit und Eskalationsfrist
      *> (ALARM-KLASSEN.CFG), beim Quittieren Bearbeiter, Zeitpunkt
      *> und Massnahme. BESTANDS-BEREINIGUNG entfernt quittierte
      *> Alarme mit demselben Fenster wie die ALARM.LOG-Zeilen.
      *>
      *> ALM-TEXT ist die ALARM.LOG-Zeile selbst - an ihr erkennt
      *> ALARM-VERWALTUNG, welche Zeilen schon uebernommen sind.
      *> ================================================================
       01  ALARM-REGISTER-RECORD.
           05 ALM-ID            PIC 9(06).
           05 FILLER            PIC X(01).
           05 ALM-ZEIT          PIC X(14).
           05 FILLER            PIC X(01).
           05 ALM-SCHWERE       PIC X(08).
               88 ALM-KRITISCH     VALUE "KRITISCH".
               88 ALM-HOCH         VALUE "HOCH".
               88 ALM-NORMAL       VALUE "NORMAL".
           05 FILLER            PIC X(01).
           05 ALM-GRUPPE        PIC X(12).
           05 FILLER            PIC X(01).
           05 ALM-FIRMA         PIC X(02).
           05 FILLER            PIC X(01).
           05 ALM-STATUS        PIC X(09).
               88 ALM-OFFEN        VALUE "OFFEN".
               88 ALM-QUITTIERT    VALUE "QUITTIERT".
           05 FILLER            PIC X(01).
           05 ALM-STUFE         PIC 9(01).
           05 FILLER            PIC X(01).
           05 ALM-FRIST-MIN     PIC 9(04).
           05 FILLER            PIC X(01).
           05 ALM-GEMELDET      PIC X(14).
           05 FILLER            PIC X(01).
           05 ALM-QUITT-VON     PIC X(20).
           05 FILLER            PIC X(01).
           05 ALM-QUITT-ZEIT    PIC X(14).
           05 FILLER            PIC X(01).
           05 ALM-MASSNAHME     PIC X(60).
           05 FILLER            PIC X(01).
           05 ALM-TEXT          PIC X(120).
