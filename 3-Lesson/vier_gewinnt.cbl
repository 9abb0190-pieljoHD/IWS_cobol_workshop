      *> ein, vier in einer Reihe (waagerecht, senkrecht oder
      *> diagonal) gewinnen. Gestartet wird es wie tic_tac_toe
      *> direkt oder aus der Liga-Konsole (TIC-TAC-TOE-LIGA).
      *> "vier_gewinnt FERN <Partie> <X|O>" spielt eine Ligapartie
      *> an zwei Arbeitsplaetzen ueber die Partiedatei
      *> LIGA-PARTIE-<nnn>.DAT (Fernpartie, siehe FERNREC).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Fernpartie: Partiedatei, ihre .NEU-Datei, die Sperre
      *> LIGA-PARTIE-<nnn>.LCK und das Zeitlimit in Minuten
      *> (LIGA-ZEITLIMIT.CFG, Vorgabe 10) - wie in tic_tac_toe.cbl.
           SELECT PARTIE-DATEI
               ASSIGN TO PARTIE-DATEINAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTIE.

           SELECT PARTIE-NEU
               ASSIGN TO PARTIE-NEU-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTIE-NEU.

           SELECT PARTIE-SPERRE
               ASSIGN TO SPERR-DATEINAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPERRE.

           SELECT ZEITLIMIT-CFG
               ASSIGN TO "LIGA-ZEITLIMIT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZEITLIMIT.

       DATA DIVISION.
       FILE SECTION.
       FD PARTIE-DATEI.
       COPY FERNREC.

       FD PARTIE-NEU.
       01 PARTIE-NEU-ZEILE PIC X(251).

       FD PARTIE-SPERRE.
       01 PARTIE-SPERRE-RECORD.
           05 LCK-PROGRAMM PIC X(20).
           05 LCK-ZEIT     PIC 9(14).

       FD ZEITLIMIT-CFG.
       01 ZEITLIMIT-CFG-ZEILE PIC X(3).

       WORKING-STORAGE SECTION.

      *> Brett: 6 Reihen x 7 Spalten, Reihe 1 = unten.
       01 IN-REIHE PIC 9(1).
       01 ANZEIGE-ZEILE PIC X(30).

      *> Fernpartie: jede Seite fuehrt ihr eigenes Brett und
      *> uebernimmt die Einwuerfe der Gegenseite aus der
      *> Partiedatei; am Ende meldet jede Seite ihr Endbrett, die
      *> Liga-Konsole wertet nur bei Gleichstand.
       01 FERN-MODUS        PIC X VALUE "N".
       01 FERN-ENDE         PIC X VALUE "N".
       01 FERN-LAGE         PIC X.
       01 FERN-ERGEBNIS     PIC X.
       01 FERN-MELDUNG      PIC X(60).
       01 FERN-AUFGABE      PIC X VALUE "N".
       01 WARTE-HINWEIS     PIC X.
       01 EIGENE-MARKE      PIC X.
       01 GEGNER-MARKE      PIC X.
       01 MERK-AM-ZUG       PIC X.
       01 MERK-REIHE        PIC 9(1).
       01 MERK-SPALTE       PIC 9(1).
       01 ARG-ANZAHL        PIC 9(2) VALUE 0.
       01 ARG-INDEX         PIC 9(2) VALUE 0.
       01 ARG-WERT          PIC X(20) VALUE SPACES.
       01 PARTIE-NR         PIC 9(3) VALUE 0.
       01 PARTIE-DATEINAME  PIC X(30) VALUE SPACES.
       01 PARTIE-NEU-NAME   PIC X(30) VALUE SPACES.
       01 SPERR-DATEINAME   PIC X(30) VALUE SPACES.
       01 CMD-PARTIE-TAUSCH PIC X(80) VALUE SPACES.
       01 CMD-SPERRE-WEG    PIC X(60) VALUE SPACES.
       01 CMD-WARTEN        PIC X(10) VALUE "sleep 2".
       01 CMD-KURZ-WARTEN   PIC X(10) VALUE "sleep 1".
       01 FS-PARTIE         PIC XX VALUE SPACES.
       01 FS-PARTIE-NEU     PIC XX VALUE SPACES.
       01 FS-SPERRE         PIC XX VALUE SPACES.
       01 FS-ZEITLIMIT      PIC XX VALUE SPACES.
       01 PARTIE-GELESEN    PIC X.
       01 ZEITLIMIT-MINUTEN PIC 9(3) VALUE 10.
       01 SPERR-KENNUNG     PIC X(20).
       01 SPERRE-GEHALTEN   PIC X.
       01 SPERR-VERSUCH     PIC 9(2).
       01 ZEIT-STEMPEL      PIC X(14).
       01 ZEIT-SEKUNDEN     PIC 9(12).
       01 ALTER-SEKUNDEN    PIC S9(12).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM PRUEFE-FERN-AUFRUF
           IF FERN-MODUS = "J"
               PERFORM FERN-SPIEL
               GOBACK
           END-IF

           PERFORM INIT-BRETT
           DISPLAY "=== VIER GEWINNT ==="
           DISPLAY "Spieler 1 = X, Spieler 2 = O."
           ELSE
               MOVE "X" TO AM-ZUG
           END-IF.

      *> ==============================================================
      *> Fernpartie der Bueroliga: Aufruf pruefen
      *> ==============================================================
      *> "vier_gewinnt FERN <Partie> <X|O>" - gestartet von der
      *> Liga-Konsole (Auswahl 7), die die Partiedatei anlegt.
       PRUEFE-FERN-AUFRUF.
           ACCEPT ARG-ANZAHL FROM ARGUMENT-NUMBER
           IF ARG-ANZAHL < 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ARG-INDEX
           DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
           ACCEPT ARG-WERT FROM ARGUMENT-VALUE
           IF ARG-WERT NOT = "FERN"
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO FERN-MODUS
           MOVE SPACES TO ARG-WERT
           IF ARG-ANZAHL >= 2
               MOVE 2 TO ARG-INDEX
               DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT ARG-WERT FROM ARGUMENT-VALUE
           END-IF
           IF FUNCTION TRIM(ARG-WERT) IS NOT NUMERIC
               DISPLAY "Aufruf: vier_gewinnt FERN <Partie> <X|O>"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE PARTIE-NR = FUNCTION NUMVAL(ARG-WERT)
           MOVE SPACES TO ARG-WERT
           IF ARG-ANZAHL >= 3
               MOVE 3 TO ARG-INDEX
               DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT ARG-WERT FROM ARGUMENT-VALUE
           END-IF
           EVALUATE ARG-WERT
               WHEN "X"
                   MOVE "X" TO EIGENE-MARKE
                   MOVE "O" TO GEGNER-MARKE
               WHEN "O"
                   MOVE "O" TO EIGENE-MARKE
                   MOVE "X" TO GEGNER-MARKE
               WHEN OTHER
                   DISPLAY "Aufruf: vier_gewinnt FERN <Partie> <X|O>"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           STRING "LIGA-PARTIE-" PARTIE-NR ".DAT"
               DELIMITED BY SIZE INTO PARTIE-DATEINAME
           END-STRING
           STRING "LIGA-PARTIE-" PARTIE-NR ".NEU"
               DELIMITED BY SIZE INTO PARTIE-NEU-NAME
           END-STRING
           STRING "LIGA-PARTIE-" PARTIE-NR ".LCK"
               DELIMITED BY SIZE INTO SPERR-DATEINAME
           END-STRING
           STRING "mv " FUNCTION TRIM(PARTIE-NEU-NAME) " "
                  FUNCTION TRIM(PARTIE-DATEINAME)
               DELIMITED BY SIZE INTO CMD-PARTIE-TAUSCH
           END-STRING
           STRING "rm -f " FUNCTION TRIM(SPERR-DATEINAME)
               DELIMITED BY SIZE INTO CMD-SPERRE-WEG
           END-STRING
           STRING "VIER-GEWINNT " EIGENE-MARKE
               DELIMITED BY SIZE INTO SPERR-KENNUNG
           END-STRING.

      *> ==============================================================
      *> Fernpartie spielen
      *> ==============================================================
      *> Eigenes Brett aus der Partiedatei aufbauen (bei
      *> Wiederaufnahme steht dort der letzte Stand), dann
      *> abwechselnd auf den eigenen Zug warten und ihn uebertragen,
      *> bis die Partie endet.
       FERN-SPIEL.
           PERFORM FERN-LADE-ZEITLIMIT
           PERFORM FERN-LIES
           IF PARTIE-GELESEN NOT = "J"
               DISPLAY "Partiedatei " FUNCTION TRIM(PARTIE-DATEINAME)
                       " fehlt - Fernpartie ueber die Liga-Konsole"
                       " beginnen."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT FP-IST-VIER-GEWINNT
               DISPLAY "Partie " PARTIE-NR " ist keine Vier-gewinnt-"
                       "Partie."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT FP-WARTET AND NOT FP-LAEUFT AND NOT FP-BEENDET
               DISPLAY "Partie " PARTIE-NR " ist nicht mehr offen"
                       " (Status " FP-STATUS ")."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FP-BRETT TO BRETT
           MOVE FP-ZUG-NR TO ZUG-ANZAHL
           DISPLAY "=== VIER GEWINNT - Fernpartie " PARTIE-NR " ==="
           DISPLAY FUNCTION TRIM(FP-HEIM) " (X) gegen "
                   FUNCTION TRIM(FP-GAST) " (O) - Sie spielen "
                   EIGENE-MARKE "."
           DISPLAY "Einwurf: Spaltennummer 1-7, 0 = Aufgeben."
           PERFORM ZEIGE-BRETT

           MOVE "N" TO FERN-ENDE
           PERFORM UNTIL FERN-ENDE = "J"
               PERFORM FERN-WARTE-AUF-ZUG
               EVALUATE FERN-LAGE
                   WHEN "Z"
                       PERFORM FERN-EIGENER-ZUG
                   WHEN "E"
                       PERFORM FERN-ABSCHLUSS
                       MOVE "J" TO FERN-ENDE
                   WHEN OTHER
                       DISPLAY "Partie abgebrochen: "
                               FUNCTION TRIM(FERN-MELDUNG)
                       MOVE 1 TO RETURN-CODE
                       MOVE "J" TO FERN-ENDE
               END-EVALUATE
           END-PERFORM.

      *> ==============================================================
      *> Auf den eigenen Zug warten
      *> ==============================================================
      *> Die Partiedatei wird alle zwei Sekunden neu gelesen; ein
      *> Einwurf der Gegenseite wird aufs eigene Brett uebernommen.
      *> Ergebnis in FERN-LAGE: Z = eigener Zug, E = Partie zu Ende,
      *> A = abgebrochen (Grund in FERN-MELDUNG).
       FERN-WARTE-AUF-ZUG.
           MOVE SPACE TO FERN-LAGE
           MOVE "N" TO WARTE-HINWEIS
           PERFORM UNTIL FERN-LAGE NOT = SPACE
               PERFORM FERN-LIES
               PERFORM FERN-PRUEFE-STAND
               IF FERN-LAGE = SPACE
                   PERFORM FERN-PRUEFE-ZEITLIMIT
               END-IF
               IF FERN-LAGE = SPACE
                   IF WARTE-HINWEIS = "N"
                       IF FP-WARTET
                           DISPLAY "Warte, bis die Gegenseite an "
                                   "ihrem Arbeitsplatz antritt "
                                   "(Zeitlimit " ZEITLIMIT-MINUTEN
                                   " Minuten) ..."
                       ELSE
                           DISPLAY "Warte auf den Zug der Gegenseite"
                                   " (" GEGNER-MARKE ", Zeitlimit "
                                   ZEITLIMIT-MINUTEN " Minuten) ..."
                       END-IF
                       MOVE "J" TO WARTE-HINWEIS
                   END-IF
                   CALL "SYSTEM" USING CMD-WARTEN
               END-IF
           END-PERFORM.

       FERN-PRUEFE-STAND.
           IF PARTIE-GELESEN NOT = "J"
               MOVE "Partiedatei nicht mehr lesbar" TO FERN-MELDUNG
               MOVE "A" TO FERN-LAGE
               EXIT PARAGRAPH
           END-IF
           IF FP-ZUG-NR > ZUG-ANZAHL
               PERFORM FERN-UEBERNIMM-ZUG
               IF FERN-LAGE NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN FP-BEENDET
                   MOVE "E" TO FERN-LAGE
               WHEN FP-LAEUFT AND FP-AM-ZUG = EIGENE-MARKE
                   MOVE "Z" TO FERN-LAGE
               WHEN FP-LAEUFT OR FP-WARTET
                   CONTINUE
               WHEN OTHER
                   MOVE FP-GRUND TO FERN-MELDUNG
                   IF FERN-MELDUNG = SPACES
                       MOVE "Partie ist nicht mehr offen"
                           TO FERN-MELDUNG
                   END-IF
                   MOVE "A" TO FERN-LAGE
           END-EVALUATE.

      *> ==============================================================
      *> Einwurf der Gegenseite aufs eigene Brett uebernehmen
      *> ==============================================================
      *> Genau ein Einwurf, in eine Spalte mit Platz. Weicht das Brett
      *> der Partiedatei danach vom eigenen ab, gilt das eigene - die
      *> Endmeldungen passen dann nicht zusammen, die Partie wird
      *> nicht gewertet.
       FERN-UEBERNIMM-ZUG.
           IF FP-ZUG-NR NOT = ZUG-ANZAHL + 1
            OR FP-LETZTES-FELD < 1 OR FP-LETZTES-FELD > 7
               MOVE "Zugfolge der Partiedatei passt nicht zum eigenen"
                    & " Brett" TO FERN-MELDUNG
               MOVE "A" TO FERN-LAGE
               EXIT PARAGRAPH
           END-IF
           MOVE FP-LETZTES-FELD TO WURF-SPALTE
           IF BRETT-FELD(6, WURF-SPALTE) NOT = "."
               MOVE "Gegenzug in eine volle Spalte" TO FERN-MELDUNG
               MOVE "A" TO FERN-LAGE
               EXIT PARAGRAPH
           END-IF
           MOVE GEGNER-MARKE TO AM-ZUG
           PERFORM SETZE-STEIN
           PERFORM ZEIGE-BRETT
           DISPLAY "Gegenseite (" GEGNER-MARKE ") wirft in Spalte "
                   WURF-SPALTE "."
           IF BRETT NOT = FP-BRETT
               DISPLAY "WARNUNG: Brett der Partiedatei weicht vom "
                       "eigenen ab - es gilt das eigene."
           END-IF.

      *> ==============================================================
      *> Eigenen Einwurf setzen und uebertragen
      *> ==============================================================
       FERN-EIGENER-ZUG.
           MOVE EIGENE-MARKE TO AM-ZUG
           PERFORM FERN-FRAGE-ZUG
           IF FERN-AUFGABE NOT = "J"
               PERFORM SETZE-STEIN
               PERFORM PRUEFE-GEWINN
           END-IF
           PERFORM FERN-SENDE-ZUG.

      *> Wie FRAGE-ZUG; "0" gibt die Partie auf.
       FERN-FRAGE-ZUG.
           MOVE "N" TO ZUG-GUELTIG
           MOVE "N" TO FERN-AUFGABE
           PERFORM UNTIL ZUG-GUELTIG = "J"
               DISPLAY "Spieler " AM-ZUG
                       ", Spalte (1-7, 0=aufgeben): "
               MOVE SPACES TO EINGABE-RAW
               ACCEPT EINGABE-RAW
               IF EINGABE-RAW(1:1) NOT NUMERIC
                   DISPLAY "Keine gueltige Spalte."
               ELSE
                   MOVE EINGABE-RAW(1:1) TO WURF-SPALTE
                   EVALUATE TRUE
                       WHEN WURF-SPALTE = 0
                           DISPLAY "Spieler " AM-ZUG " gibt auf."
                           MOVE "J" TO FERN-AUFGABE
                           MOVE "J" TO ZUG-GUELTIG
                       WHEN WURF-SPALTE > 7
                           DISPLAY "Spalte gibt es nicht."
                       WHEN BRETT-FELD(6, WURF-SPALTE) NOT = "."
                           DISPLAY "Spalte ist voll."
                       WHEN OTHER
                           MOVE "J" TO ZUG-GUELTIG
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> Unter der Sperre: nur wenn die Partie laeuft, die eigene
      *> Seite am Zug ist und seit dem Lesen kein Zug dazukam -
      *> sonst wird der Einwurf verworfen und neu gewartet.
       FERN-SENDE-ZUG.
           PERFORM FERN-SPERRE
           IF SPERRE-GEHALTEN NOT = "J"
               DISPLAY "Partiedatei gesperrt - Zug nicht uebertragen,"
                       " bitte erneut einwerfen."
               PERFORM FERN-NIMM-ZURUECK
               EXIT PARAGRAPH
           END-IF
           PERFORM FERN-LIES
           IF PARTIE-GELESEN NOT = "J" OR NOT FP-LAEUFT
            OR FP-AM-ZUG NOT = EIGENE-MARKE
            OR (FERN-AUFGABE = "J" AND FP-ZUG-NR NOT = ZUG-ANZAHL)
            OR (FERN-AUFGABE NOT = "J"
                AND FP-ZUG-NR NOT = ZUG-ANZAHL - 1)
               PERFORM FERN-GIB-SPERRE-FREI
               DISPLAY "Zug abgelehnt - die Partiedatei hat sich "
                       "inzwischen geaendert."
               PERFORM FERN-NIMM-ZURUECK
               EXIT PARAGRAPH
           END-IF
           IF FERN-AUFGABE = "J"
               MOVE EIGENE-MARKE TO FP-AUFGABE
               MOVE "E" TO FP-STATUS
               STRING "Aufgabe " EIGENE-MARKE
                   DELIMITED BY SIZE INTO FP-GRUND
               END-STRING
               PERFORM FERN-MELDE-ERGEBNIS
           ELSE
               MOVE BRETT TO FP-BRETT
               MOVE ZUG-ANZAHL TO FP-ZUG-NR
               MOVE WURF-SPALTE TO FP-LETZTES-FELD
               MOVE GEGNER-MARKE TO FP-AM-ZUG
               IF GEWINNER NOT = SPACE OR ZUG-ANZAHL >= 42
                   MOVE "E" TO FP-STATUS
                   PERFORM FERN-MELDE-ERGEBNIS
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO FP-ZEIT
           PERFORM FERN-SCHREIBE
           PERFORM FERN-GIB-SPERRE-FREI.

       FERN-NIMM-ZURUECK.
           IF FERN-AUFGABE = "J"
               MOVE "N" TO FERN-AUFGABE
           ELSE
               MOVE "." TO BRETT-FELD(WURF-REIHE, WURF-SPALTE)
               SUBTRACT 1 FROM ZUG-ANZAHL
               MOVE SPACE TO GEWINNER
           END-IF.

      *> ==============================================================
      *> Partie zu Ende: eigenes Ergebnis melden
      *> ==============================================================
       FERN-ABSCHLUSS.
           PERFORM ZEIGE-BRETT
           IF (EIGENE-MARKE = "X" AND FP-ERGEBNIS-X = SPACE)
            OR (EIGENE-MARKE = "O" AND FP-ERGEBNIS-O = SPACE)
               PERFORM FERN-SPERRE
               IF SPERRE-GEHALTEN = "J"
                   PERFORM FERN-LIES
                   IF PARTIE-GELESEN = "J" AND FP-BEENDET
                       PERFORM FERN-MELDE-ERGEBNIS
                       MOVE FUNCTION CURRENT-DATE(1:14) TO FP-ZEIT
                       PERFORM FERN-SCHREIBE
                   END-IF
                   PERFORM FERN-GIB-SPERRE-FREI
               ELSE
                   DISPLAY "Partiedatei gesperrt - Ergebnis nicht "
                           "gemeldet, Partie ueber die Liga-Konsole "
                           "erneut aufrufen."
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM FERN-BEWERTE
           EVALUATE FERN-ERGEBNIS
               WHEN "1" DISPLAY "Heim (X) gewinnt."
               WHEN "2" DISPLAY "Gast (O) gewinnt."
               WHEN "U" DISPLAY "Brett voll - unentschieden."
               WHEN OTHER
                   DISPLAY "Partie auf dem eigenen Brett nicht zu Ende."
           END-EVALUATE
           DISPLAY "Ergebnis gemeldet - in die Ligatabelle kommt es, "
                   "sobald beide Arbeitsplaetze dasselbe Endbrett "
                   "gemeldet haben.".

      *> Ergebnis des eigenen Bretts: 1 Heim (X) siegt, 2 Gast (O)
      *> siegt, U unentschieden, ? nicht zu Ende. Geprueft wird das
      *> ganze Brett (nach Wiederaufnahme fehlt der letzte Stein),
      *> eine Aufgabe laut Partiedatei entscheidet fuer die
      *> Gegenseite.
       FERN-BEWERTE.
           MOVE AM-ZUG TO MERK-AM-ZUG
           MOVE WURF-REIHE TO MERK-REIHE
           MOVE WURF-SPALTE TO MERK-SPALTE
           MOVE SPACE TO GEWINNER
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 6
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > 7
                   IF BRETT-FELD(R, S) NOT = "."
                    AND GEWINNER = SPACE
                       MOVE R TO WURF-REIHE
                       MOVE S TO WURF-SPALTE
                       MOVE BRETT-FELD(R, S) TO AM-ZUG
                       PERFORM PRUEFE-GEWINN
                   END-IF
               END-PERFORM
           END-PERFORM
           EVALUATE TRUE
               WHEN FP-AUFGABE = "X"   MOVE "2" TO FERN-ERGEBNIS
               WHEN FP-AUFGABE = "O"   MOVE "1" TO FERN-ERGEBNIS
               WHEN GEWINNER = "X"     MOVE "1" TO FERN-ERGEBNIS
               WHEN GEWINNER = "O"     MOVE "2" TO FERN-ERGEBNIS
               WHEN ZUG-ANZAHL >= 42   MOVE "U" TO FERN-ERGEBNIS
               WHEN OTHER              MOVE "?" TO FERN-ERGEBNIS
           END-EVALUATE
           MOVE MERK-AM-ZUG TO AM-ZUG
           MOVE MERK-REIHE TO WURF-REIHE
           MOVE MERK-SPALTE TO WURF-SPALTE.

       FERN-MELDE-ERGEBNIS.
           PERFORM FERN-BEWERTE
           IF EIGENE-MARKE = "X"
               MOVE FERN-ERGEBNIS TO FP-ERGEBNIS-X
               MOVE BRETT TO FP-BRETT-X
           ELSE
               MOVE FERN-ERGEBNIS TO FP-ERGEBNIS-O
               MOVE BRETT TO FP-BRETT-O
           END-IF.

      *> ==============================================================
      *> Zeitlimit: verlassene Partie abbrechen
      *> ==============================================================
      *> Rechnet ab der letzten Aenderung der Partiedatei; die
      *> Ligapartie bleibt im Spielplan offen.
       FERN-PRUEFE-ZEITLIMIT.
           PERFORM FERN-ALTER
           IF ALTER-SEKUNDEN <= ZEITLIMIT-MINUTEN * 60
               EXIT PARAGRAPH
           END-IF
           PERFORM FERN-SPERRE
           IF SPERRE-GEHALTEN NOT = "J"
               EXIT PARAGRAPH
           END-IF
           PERFORM FERN-LIES
           IF PARTIE-GELESEN = "J" AND (FP-WARTET OR FP-LAEUFT)
               PERFORM FERN-ALTER
               IF ALTER-SEKUNDEN > ZEITLIMIT-MINUTEN * 60
                   MOVE SPACES TO FP-GRUND
                   IF FP-WARTET
                       MOVE "Zeitlimit: Gegenseite nicht angetreten"
                           TO FP-GRUND
                   ELSE
                       STRING "Zeitlimit: " FP-AM-ZUG
                              " hat nicht gezogen"
                           DELIMITED BY SIZE INTO FP-GRUND
                       END-STRING
                   END-IF
                   MOVE "A" TO FP-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:14) TO FP-ZEIT
                   PERFORM FERN-SCHREIBE
                   MOVE FP-GRUND TO FERN-MELDUNG
                   MOVE "A" TO FERN-LAGE
               END-IF
           END-IF
           PERFORM FERN-GIB-SPERRE-FREI.

      *> Sekunden seit FP-ZEIT -> ALTER-SEKUNDEN
       FERN-ALTER.
           MOVE FP-ZEIT TO ZEIT-STEMPEL
           PERFORM FERN-SEKUNDEN
           MOVE ZEIT-SEKUNDEN TO ALTER-SEKUNDEN
           MOVE FUNCTION CURRENT-DATE(1:14) TO ZEIT-STEMPEL
           PERFORM FERN-SEKUNDEN
           COMPUTE ALTER-SEKUNDEN = ZEIT-SEKUNDEN - ALTER-SEKUNDEN.

       FERN-SEKUNDEN.
           IF ZEIT-STEMPEL IS NOT NUMERIC
               MOVE 0 TO ZEIT-SEKUNDEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ZEIT-SEKUNDEN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ZEIT-STEMPEL(1:8))) * 86400
               + FUNCTION NUMVAL(ZEIT-STEMPEL(9:2)) * 3600
               + FUNCTION NUMVAL(ZEIT-STEMPEL(11:2)) * 60
               + FUNCTION NUMVAL(ZEIT-STEMPEL(13:2)).

       FERN-LADE-ZEITLIMIT.
           OPEN INPUT ZEITLIMIT-CFG
           IF FS-ZEITLIMIT = "00"
               READ ZEITLIMIT-CFG
                   AT END CONTINUE
                   NOT AT END
                       IF ZEITLIMIT-CFG-ZEILE IS NUMERIC
                        AND ZEITLIMIT-CFG-ZEILE > "000"
                           MOVE ZEITLIMIT-CFG-ZEILE
                               TO ZEITLIMIT-MINUTEN
                       END-IF
               END-READ
               CLOSE ZEITLIMIT-CFG
           END-IF.

      *> ==============================================================
      *> Partiedatei lesen / ersetzen (.NEU + mv)
      *> ==============================================================
       FERN-LIES.
           MOVE "N" TO PARTIE-GELESEN
           OPEN INPUT PARTIE-DATEI
           IF FS-PARTIE = "00"
               READ PARTIE-DATEI
                   AT END CONTINUE
                   NOT AT END MOVE "J" TO PARTIE-GELESEN
               END-READ
               CLOSE PARTIE-DATEI
           END-IF.

       FERN-SCHREIBE.
           OPEN OUTPUT PARTIE-NEU
           IF FS-PARTIE-NEU NOT = "00"
               DISPLAY "Fehler beim Schreiben von "
                       FUNCTION TRIM(PARTIE-NEU-NAME)
                       ", Status=" FS-PARTIE-NEU
               EXIT PARAGRAPH
           END-IF
           MOVE FERNPARTIE-RECORD TO PARTIE-NEU-ZEILE
           WRITE PARTIE-NEU-ZEILE
           CLOSE PARTIE-NEU
           CALL "SYSTEM" USING CMD-PARTIE-TAUSCH
           MOVE 0 TO RETURN-CODE.

      *> ==============================================================
      *> Partiesperre (LIGA-PARTIE-<nnn>.LCK) - wie REMOTE-LOCK in
      *> tic_tac_toe.cbl
      *> ==============================================================
       FERN-SPERRE.
           MOVE "N" TO SPERRE-GEHALTEN
           PERFORM VARYING SPERR-VERSUCH FROM 1 BY 1
                   UNTIL SPERRE-GEHALTEN = "J" OR SPERR-VERSUCH > 15
               PERFORM FERN-VERSUCHE-SPERRE
               IF SPERRE-GEHALTEN NOT = "J"
                   CALL "SYSTEM" USING CMD-KURZ-WARTEN
               END-IF
           END-PERFORM.

       FERN-VERSUCHE-SPERRE.
           OPEN INPUT PARTIE-SPERRE
           IF FS-SPERRE = "00"
               MOVE SPACES TO PARTIE-SPERRE-RECORD
               READ PARTIE-SPERRE
                   AT END CONTINUE
               END-READ
               CLOSE PARTIE-SPERRE
               IF LCK-PROGRAMM NOT = SPERR-KENNUNG
                AND LCK-ZEIT IS NUMERIC
                   MOVE LCK-ZEIT TO ZEIT-STEMPEL
                   PERFORM FERN-SEKUNDEN
                   MOVE ZEIT-SEKUNDEN TO ALTER-SEKUNDEN
                   MOVE FUNCTION CURRENT-DATE(1:14) TO ZEIT-STEMPEL
                   PERFORM FERN-SEKUNDEN
                   IF ZEIT-SEKUNDEN - ALTER-SEKUNDEN <= 60
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           OPEN OUTPUT PARTIE-SPERRE
           IF FS-SPERRE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PARTIE-SPERRE-RECORD
           MOVE SPERR-KENNUNG TO LCK-PROGRAMM
           MOVE FUNCTION CURRENT-DATE(1:14) TO LCK-ZEIT
           WRITE PARTIE-SPERRE-RECORD
           CLOSE PARTIE-SPERRE
           OPEN INPUT PARTIE-SPERRE
           IF FS-SPERRE = "00"
               MOVE SPACES TO PARTIE-SPERRE-RECORD
               READ PARTIE-SPERRE
                   AT END CONTINUE
               END-READ
               CLOSE PARTIE-SPERRE
               IF LCK-PROGRAMM = SPERR-KENNUNG
                   MOVE "J" TO SPERRE-GEHALTEN
               END-IF
           END-IF.

       FERN-GIB-SPERRE-FREI.
           CALL "SYSTEM" USING CMD-SPERRE-WEG
           MOVE 0 TO RETURN-CODE.
