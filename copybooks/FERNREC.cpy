      *> ================================================================
      *> FERNREC - gemeinsames Satzlayout fuer LIGA-PARTIE-<nnn>.DAT
      *> ================================================================
      *> Partiedatei einer Ligapartie, die an zwei Arbeitsplaetzen
      *> gespielt wird (Fernpartie). Angelegt wird sie von der
      *> Liga-Konsole (TIC-TAC-TOE-LIGA), sobald die erste Seite
      *> antritt; die Zuege schreiben TIC-TAC-TOE bzw. VIER-GEWINNT
      *> im Fernmodus. Jede Aenderung laeuft unter der Sperre
      *> LIGA-PARTIE-<nnn>.LCK und ersetzt die Datei als Ganzes
      *> (.NEU + mv), ein Zug nur, wenn die Seite am Zug ist und die
      *> Zugnummer noch dem Stand vor dem Zug entspricht. <nnn> ist
      *> die Partienummer im LIGA-SPIELPLAN.DAT.
      *>
      *> Spalten:   1-3    Partienummer
      *>            5      Spiel (T = Tic-Tac-Toe, V = Vier gewinnt)
      *>            7-27   Heim (X, Spieler 1)
      *>           29-49   Gast (O, Spieler 2)
      *>           51      Status: W wartet auf die zweite Seite,
      *>                   L laeuft, E beendet (Ergebnismeldungen
      *>                   stehen aus), G gewertet (in der Tabelle),
      *>                   A abgebrochen (Zeitlimit), D Endbrett der
      *>                   beiden Seiten weicht ab - nicht gewertet
      *>           53-54   angetreten X / O (J = Arbeitsplatz da)
      *>           56      am Zug (X / O)
      *>           58-59   Anzahl gespielter Zuege
      *>           61-62   Feld (Tic-Tac-Toe) bzw. Spalte (Vier
      *>                   gewinnt) des letzten Zuges
      *>           64-77   Zeitpunkt der letzten Aenderung
      *>                   JJJJMMTTHHMMSS - Grundlage des Zeitlimits
      *>           79-120  Brett nach dem letzten Zug (Tic-Tac-Toe
      *>                   Feld 1-9, Vier gewinnt Reihe 1-6 je 7
      *>                   Spalten, Reihe 1 = unten)
      *>          122      aufgegeben von (X / O, leer = nein)
      *>          124      Ergebnismeldung X (1 Heim siegt, 2 Gast
      *>                   siegt, U unentschieden, ? Partie auf dem
      *>                   eigenen Brett nicht zu Ende; leer = noch
      *>                   keine Meldung)
      *>          125-166  Endbrett laut Arbeitsplatz X
      *>          168      Ergebnismeldung O
      *>          169-210  Endbrett laut Arbeitsplatz O
      *>          212-251  Grund (Abbruch, Abweichung)
      *> ================================================================
       01  FERNPARTIE-RECORD.
           05 FP-PARTIE         PIC 9(03).
           05 FILLER            PIC X(01).
           05 FP-SPIEL          PIC X(01).
               88 FP-IST-TIC-TAC-TOE  VALUE "T".
               88 FP-IST-VIER-GEWINNT VALUE "V".
           05 FILLER            PIC X(01).
           05 FP-HEIM           PIC X(21).
           05 FILLER            PIC X(01).
           05 FP-GAST           PIC X(21).
           05 FILLER            PIC X(01).
           05 FP-STATUS         PIC X(01).
               88 FP-WARTET        VALUE "W".
               88 FP-LAEUFT        VALUE "L".
               88 FP-BEENDET       VALUE "E".
               88 FP-GEWERTET      VALUE "G".
               88 FP-ABGEBROCHEN   VALUE "A".
               88 FP-DIFFERENZ     VALUE "D".
           05 FILLER            PIC X(01).
           05 FP-BEREIT-X       PIC X(01).
           05 FP-BEREIT-O       PIC X(01).
           05 FILLER            PIC X(01).
           05 FP-AM-ZUG         PIC X(01).
           05 FILLER            PIC X(01).
           05 FP-ZUG-NR         PIC 9(02).
           05 FILLER            PIC X(01).
           05 FP-LETZTES-FELD   PIC 9(02).
           05 FILLER            PIC X(01).
           05 FP-ZEIT           PIC 9(14).
           05 FILLER            PIC X(01).
           05 FP-BRETT          PIC X(42).
           05 FILLER            PIC X(01).
           05 FP-AUFGABE        PIC X(01).
           05 FILLER            PIC X(01).
           05 FP-ERGEBNIS-X     PIC X(01).
           05 FP-BRETT-X        PIC X(42).
           05 FILLER            PIC X(01).
           05 FP-ERGEBNIS-O     PIC X(01).
           05 FP-BRETT-O        PIC X(42).
           05 FILLER            PIC X(01).
           05 FP-GRUND          PIC X(40).
