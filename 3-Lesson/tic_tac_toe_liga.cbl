      *> Runde komplett, wird die Saison als Archivdatei weggelegt
      *> und der Spielplan fuer die naechste Saison geleert - das
      *> Whiteboard im Pausenraum hat ausgedient.
      *> Fernpartie (Auswahl 7): jede Seite spielt an ihrem eigenen
      *> Arbeitsplatz, die Zuege laufen ueber die Partiedatei
      *> LIGA-PARTIE-<nnn>.DAT (Satzlayout FERNREC). In die Tabelle
      *> kommt das Ergebnis erst, wenn beide Seiten dasselbe
      *> Endbrett gemeldet haben.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIV.

      *> Fernpartie: Partiedatei, ihre .NEU-Datei, die Sperre
      *> LIGA-PARTIE-<nnn>.LCK und das Zeitlimit in Minuten
      *> (LIGA-ZEITLIMIT.CFG, Vorgabe 10) - wie in den Spielen.
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
       FD ARCHIV.
       01 ARCHIV-ZEILE PIC X(80).

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

       77 FS-STAMM    PIC XX VALUE SPACES.
       77 FS-PLAN-NEU PIC XX VALUE SPACES.
       77 FS-TABELLE  PIC XX VALUE SPACES.
       77 FS-ARCHIV   PIC XX VALUE SPACES.
       77 FS-PARTIE   PIC XX VALUE SPACES.
       77 FS-PARTIE-NEU PIC XX VALUE SPACES.
       77 FS-SPERRE   PIC XX VALUE SPACES.
       77 FS-ZEITLIMIT PIC XX VALUE SPACES.
       77 EOF-FLAG    PIC X  VALUE "N".

       01 ARCHIV-DATEINAME PIC X(40) VALUE SPACES.
       01 CMD-SPIEL-VG PIC X(80) VALUE "3-Lesson/vier_gewinnt".
       01 HEUTE     PIC X(8).

      *> Fernpartie: eigener Partiezaehler (I und J belegen
      *> Tabellenberechnung und Spielplansicherung).
       01 FERN-NR           PIC 9(3) VALUE 0.
       01 FERN-MARKE        PIC X.
       01 FERN-ANLEGEN      PIC X.
       01 FERN-HINWEIS      PIC X VALUE "N".
       01 FERN-AKTIV        PIC X.
       01 FERN-ERGEBNIS     PIC X.
       01 CMD-FERN-SPIEL    PIC X(100) VALUE SPACES.
       01 PARTIE-DATEINAME  PIC X(30) VALUE SPACES.
       01 PARTIE-NEU-NAME   PIC X(30) VALUE SPACES.
       01 SPERR-DATEINAME   PIC X(30) VALUE SPACES.
       01 CMD-PARTIE-TAUSCH PIC X(80) VALUE SPACES.
       01 CMD-SPERRE-WEG    PIC X(60) VALUE SPACES.
       01 CMD-KURZ-WARTEN   PIC X(10) VALUE "sleep 1".
       01 PARTIE-GELESEN    PIC X.
       01 ZEITLIMIT-MINUTEN PIC 9(3) VALUE 10.
       01 SPERR-KENNUNG     PIC X(20) VALUE "TIC-TAC-TOE-LIGA".
       01 SPERRE-GEHALTEN   PIC X.
       01 SPERR-VERSUCH     PIC 9(2).
       01 ZEIT-STEMPEL      PIC X(14).
       01 ZEIT-SEKUNDEN     PIC 9(12).
       01 ALTER-SEKUNDEN    PIC S9(12).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LADE-SPIELERLISTE
           END-IF

           PERFORM LADE-SPIELPLAN
           PERFORM FERN-LADE-ZEITLIMIT
           PERFORM PRUEFE-FERNPARTIEN
           PERFORM BERECHNE-TABELLE

           PERFORM UNTIL MENUE-ENDE = "Y"
                   WHEN "6"
                       MOVE "V" TO TABELLEN-FILTER
                       PERFORM ZEIGE-TABELLE
                   WHEN "7" PERFORM FERN-PARTIE
                   WHEN "0" MOVE "Y" TO MENUE-ENDE
                   WHEN SPACES MOVE "Y" TO MENUE-ENDE
                   WHEN OTHER
           DISPLAY "  4  Neue Saison (Spielplan erzeugen)"
           DISPLAY "  5  Tabelle Tic-Tac-Toe"
           DISPLAY "  6  Tabelle Vier gewinnt"
           DISPLAY "  7  Fernpartie spielen (zwei Arbeitsplaetze)"
           DISPLAY "  0  Ende"
           DISPLAY "Auswahl: ".

               END-IF
           END-IF

      *> Partiedateien der alten Saison gehoeren nicht mehr zum
      *> Spielplan - die Nummern werden neu vergeben.
           CALL "SYSTEM" USING
               "rm -f LIGA-PARTIE-*.DAT LIGA-PARTIE-*.LCK"
           MOVE 0 TO RETURN-CODE

      *> Jede Paarung zweimal: einmal Tic-Tac-Toe, einmal Vier
      *> gewinnt - beide Spiele teilen sich Saison und Tabelle.
           MOVE 0 TO PARTIE-ANZAHL
               DISPLAY "Partie ist schon gespielt."
               EXIT PARAGRAPH
           END-IF
           MOVE ERGEBNIS-NR TO FERN-NR
           PERFORM PRUEFE-FERN-AKTIV
           IF FERN-AKTIV = "J"
               DISPLAY "Partie laeuft als Fernpartie (Status "
                       FP-STATUS ") - das Ergebnis kommt aus der"
                       " Partiedatei."
               EXIT PARAGRAPH
           END-IF

           MOVE ERGEBNIS-NR TO I
           PERFORM ERMITTLE-SPIEL-NAME
           DISPLAY "Saison komplett - Archiv "
                   FUNCTION TRIM(ARCHIV-DATEINAME)
                   " geschrieben, Spielplan geleert.".

      *> ==============================================================
      *> Fernpartie an zwei Arbeitsplaetzen
      *> ==============================================================
      *> Jede Seite waehlt hier ihre Partie und ihre Seite; die erste
      *> legt die Partiedatei an (Status W), die zweite setzt sie auf
      *> L. Gespielt wird dann im Spiel selbst ("FERN <nnn> <X|O>"),
      *> danach wird geprueft, ob beide Ergebnisse vorliegen.
       FERN-PARTIE.
           PERFORM ZAEHLE-OFFENE
           IF OFFENE-PARTIEN = 0
               DISPLAY "Keine offenen Partien - neue Saison mit"
                       " Auswahl 4."
               EXIT PARAGRAPH
           END-IF

           PERFORM ZEIGE-OFFENE-PARTIEN
           DISPLAY "Partienummer: "
           MOVE SPACES TO ERGEBNIS-NR-RAW
           ACCEPT ERGEBNIS-NR-RAW
           IF FUNCTION TRIM(ERGEBNIS-NR-RAW) NOT NUMERIC
               DISPLAY "Keine gueltige Nummer."
               EXIT PARAGRAPH
           END-IF
           COMPUTE ERGEBNIS-NR =
               FUNCTION NUMVAL(ERGEBNIS-NR-RAW)
           IF ERGEBNIS-NR = 0 OR ERGEBNIS-NR > PARTIE-ANZAHL
               DISPLAY "Partie gibt es nicht."
               EXIT PARAGRAPH
           END-IF
           IF PT-STATUS(ERGEBNIS-NR) NOT = "O"
               DISPLAY "Partie ist schon gespielt."
               EXIT PARAGRAPH
           END-IF
           MOVE ERGEBNIS-NR TO FERN-NR

           DISPLAY "Ihre Seite (1=Heim " FUNCTION TRIM(PT-HEIM(FERN-NR))
                   " mit X, 2=Gast " FUNCTION TRIM(PT-GAST(FERN-NR))
                   " mit O): "
           MOVE SPACE TO ERGEBNIS-WERT
           ACCEPT ERGEBNIS-WERT
           EVALUATE ERGEBNIS-WERT
               WHEN "1" MOVE "X" TO FERN-MARKE
               WHEN "2" MOVE "O" TO FERN-MARKE
               WHEN OTHER
                   DISPLAY "Keine gueltige Seite."
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM SETZE-PARTIE-NAMEN
           PERFORM FERN-SPERRE
           IF SPERRE-GEHALTEN NOT = "J"
               DISPLAY "Partiedatei gesperrt - bitte gleich noch"
                       " einmal versuchen."
               EXIT PARAGRAPH
           END-IF
           PERFORM FERN-LIES

      *> Fehlt die Datei, gehoert sie nicht (mehr) zu dieser Partie
      *> oder ist sie verlassen (Zeitlimit), wird neu angesetzt.
           MOVE "N" TO FERN-ANLEGEN
           IF PARTIE-GELESEN NOT = "J"
            OR FP-HEIM NOT = PT-HEIM(FERN-NR)
            OR FP-GAST NOT = PT-GAST(FERN-NR)
            OR FP-SPIEL NOT = PT-SPIEL(FERN-NR)
            OR FP-GEWERTET OR FP-ABGEBROCHEN OR FP-DIFFERENZ
               MOVE "J" TO FERN-ANLEGEN
           ELSE
               IF FP-WARTET OR FP-LAEUFT
                   PERFORM FERN-ALTER
                   IF ALTER-SEKUNDEN > ZEITLIMIT-MINUTEN * 60
                       DISPLAY "Bisherige Partiedatei verlassen"
                               " (Zeitlimit) - Partie wird neu"
                               " angesetzt."
                       MOVE "J" TO FERN-ANLEGEN
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN FERN-ANLEGEN = "J"
                   MOVE SPACES TO FERNPARTIE-RECORD
                   MOVE FERN-NR TO FP-PARTIE
                   MOVE PT-SPIEL(FERN-NR) TO FP-SPIEL
                   MOVE PT-HEIM(FERN-NR) TO FP-HEIM
                   MOVE PT-GAST(FERN-NR) TO FP-GAST
                   MOVE "W" TO FP-STATUS
                   MOVE "N" TO FP-BEREIT-X FP-BEREIT-O
                   MOVE "X" TO FP-AM-ZUG
                   MOVE 0 TO FP-ZUG-NR FP-LETZTES-FELD
                   IF FP-IST-VIER-GEWINNT
                       MOVE ALL "." TO FP-BRETT
                   END-IF
                   DISPLAY "Partiedatei angelegt - die Gegenseite"
                           " tritt an ihrem Arbeitsplatz ebenfalls"
                           " mit Auswahl 7 an."
      *> Beendet: nur wer sein Ergebnis noch nicht gemeldet hat,
      *> ruft das Spiel noch einmal auf (es meldet sofort).
               WHEN FP-BEENDET
                AND ((FERN-MARKE = "X" AND FP-ERGEBNIS-X NOT = SPACE)
                  OR (FERN-MARKE = "O" AND FP-ERGEBNIS-O NOT = SPACE))
                   PERFORM FERN-GIB-SPERRE-FREI
                   MOVE "J" TO FERN-HINWEIS
                   PERFORM WERTE-FERNPARTIE-AUS
                   EXIT PARAGRAPH
               WHEN FP-WARTET
                   IF (FERN-MARKE = "X" AND FP-BEREIT-X = "J")
                    OR (FERN-MARKE = "O" AND FP-BEREIT-O = "J")
                       PERFORM FERN-GIB-SPERRE-FREI
                       DISPLAY "Seite belegt - diese Seite ist schon"
                               " angetreten und wartet auf die"
                               " Gegenseite."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "L" TO FP-STATUS
               WHEN FP-BEENDET
                   DISPLAY "Partie beendet - das eigene Ergebnis"
                           " wird nachgemeldet."
               WHEN OTHER
                   DISPLAY "Partie laeuft bereits - sie wird an"
                           " diesem Arbeitsplatz fortgesetzt."
           END-EVALUATE
           IF FERN-MARKE = "X"
               MOVE "J" TO FP-BEREIT-X
           ELSE
               MOVE "J" TO FP-BEREIT-O
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO FP-ZEIT
           PERFORM FERN-SCHREIBE
           PERFORM FERN-GIB-SPERRE-FREI

           MOVE SPACES TO CMD-FERN-SPIEL
           IF PT-SPIEL(FERN-NR) = "V"
               STRING FUNCTION TRIM(CMD-SPIEL-VG) " FERN " FERN-NR
                      " " FERN-MARKE
                   DELIMITED BY SIZE INTO CMD-FERN-SPIEL
               END-STRING
           ELSE
               STRING FUNCTION TRIM(CMD-SPIEL) " FERN " FERN-NR
                      " " FERN-MARKE
                   DELIMITED BY SIZE INTO CMD-FERN-SPIEL
               END-STRING
           END-IF
           CALL "SYSTEM" USING CMD-FERN-SPIEL
           MOVE 0 TO RETURN-CODE

           MOVE "J" TO FERN-HINWEIS
           PERFORM WERTE-FERNPARTIE-AUS.

      *> ==============================================================
      *> Beendete Fernpartien auswerten
      *> ==============================================================
      *> Beim Start fuer alle offenen Partien, damit ein Ergebnis
      *> auch dann in die Tabelle kommt, wenn beide Seiten die
      *> Konsole schon verlassen haben.
       PRUEFE-FERNPARTIEN.
           MOVE "N" TO FERN-HINWEIS
           PERFORM VARYING FERN-NR FROM 1 BY 1
                   UNTIL FERN-NR > PARTIE-ANZAHL
               IF PT-STATUS(FERN-NR) = "O"
                   PERFORM SETZE-PARTIE-NAMEN
                   PERFORM WERTE-FERNPARTIE-AUS
               END-IF
           END-PERFORM.

      *> Gewertet wird nur, wenn beide Seiten dasselbe Ergebnis und
      *> dasselbe Endbrett gemeldet haben; sonst Status D, die
      *> Partie bleibt offen (neu ansetzen oder von Hand erfassen).
       WERTE-FERNPARTIE-AUS.
           PERFORM FERN-LIES
           IF PARTIE-GELESEN NOT = "J" OR NOT FP-BEENDET
               EXIT PARAGRAPH
           END-IF
           IF FP-ERGEBNIS-X = SPACE OR FP-ERGEBNIS-O = SPACE
               IF FERN-HINWEIS = "J"
                   DISPLAY "Partie " FERN-NR " beendet - das"
                           " Ergebnis der Gegenseite steht noch aus."
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM FERN-SPERRE
           IF SPERRE-GEHALTEN NOT = "J"
               EXIT PARAGRAPH
           END-IF
           PERFORM FERN-LIES
           IF PARTIE-GELESEN NOT = "J" OR NOT FP-BEENDET
               PERFORM FERN-GIB-SPERRE-FREI
               EXIT PARAGRAPH
           END-IF

           IF FP-ERGEBNIS-X = FP-ERGEBNIS-O
            AND (FP-ERGEBNIS-X = "1" OR FP-ERGEBNIS-X = "2"
                 OR FP-ERGEBNIS-X = "U")
            AND FP-BRETT-X = FP-BRETT-O
               MOVE FP-ERGEBNIS-X TO FERN-ERGEBNIS
               PERFORM LADE-SPIELPLAN
               IF FERN-NR <= PARTIE-ANZAHL
                AND PT-STATUS(FERN-NR) = "O"
                AND PT-HEIM(FERN-NR) = FP-HEIM
                AND PT-GAST(FERN-NR) = FP-GAST
                   MOVE FERN-ERGEBNIS TO PT-STATUS(FERN-NR)
                   PERFORM SICHERE-SPIELPLAN
                   PERFORM BERECHNE-TABELLE
                   PERFORM SICHERE-TABELLE
                   DISPLAY "Fernpartie " FERN-NR " gewertet: "
                           FUNCTION TRIM(FP-HEIM) " - "
                           FUNCTION TRIM(FP-GAST) "  Ergebnis "
                           FERN-ERGEBNIS
               END-IF
               MOVE "G" TO FP-STATUS
           ELSE
               MOVE "D" TO FP-STATUS
               MOVE "Endbrett weicht ab" TO FP-GRUND
               DISPLAY "Fernpartie " FERN-NR " NICHT gewertet: die"
                       " Endbretter der beiden Arbeitsplaetze weichen"
                       " ab (X meldet " FP-ERGEBNIS-X ", O meldet "
                       FP-ERGEBNIS-O ")."
               DISPLAY "Partie neu ansetzen (Auswahl 7) oder"
                       " Ergebnis von Hand erfassen (Auswahl 3)."
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO FP-ZEIT
           PERFORM FERN-SCHREIBE
           PERFORM FERN-GIB-SPERRE-FREI

           IF FP-GEWERTET
               PERFORM ZAEHLE-OFFENE
               IF OFFENE-PARTIEN = 0
                   PERFORM ARCHIVIERE-SAISON
               END-IF
           END-IF.

      *> Laeuft die Partie FERN-NR gerade als Fernpartie? (Status
      *> W oder L innerhalb des Zeitlimits, oder E mit noch
      *> ausstehender Wertung)
       PRUEFE-FERN-AKTIV.
           MOVE "N" TO FERN-AKTIV
           PERFORM SETZE-PARTIE-NAMEN
           PERFORM FERN-LIES
           IF PARTIE-GELESEN NOT = "J"
            OR FP-HEIM NOT = PT-HEIM(FERN-NR)
            OR FP-GAST NOT = PT-GAST(FERN-NR)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FP-BEENDET
                   MOVE "J" TO FERN-AKTIV
               WHEN FP-WARTET OR FP-LAEUFT
                   PERFORM FERN-ALTER
                   IF ALTER-SEKUNDEN <= ZEITLIMIT-MINUTEN * 60
                       MOVE "J" TO FERN-AKTIV
                   END-IF
           END-EVALUATE.

       SETZE-PARTIE-NAMEN.
           MOVE SPACES TO PARTIE-DATEINAME PARTIE-NEU-NAME
                          SPERR-DATEINAME CMD-PARTIE-TAUSCH
                          CMD-SPERRE-WEG
           STRING "LIGA-PARTIE-" FERN-NR ".DAT"
               DELIMITED BY SIZE INTO PARTIE-DATEINAME
           END-STRING
           STRING "LIGA-PARTIE-" FERN-NR ".NEU"
               DELIMITED BY SIZE INTO PARTIE-NEU-NAME
           END-STRING
           STRING "LIGA-PARTIE-" FERN-NR ".LCK"
               DELIMITED BY SIZE INTO SPERR-DATEINAME
           END-STRING
           STRING "mv " FUNCTION TRIM(PARTIE-NEU-NAME) " "
                  FUNCTION TRIM(PARTIE-DATEINAME)
               DELIMITED BY SIZE INTO CMD-PARTIE-TAUSCH
           END-STRING
           STRING "rm -f " FUNCTION TRIM(SPERR-DATEINAME)
               DELIMITED BY SIZE INTO CMD-SPERRE-WEG
           END-STRING.

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
      *> Partiedatei lesen / ersetzen (.NEU + mv), Partiesperre
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

       FERN-SPERRE.
           MOVE "N" TO SPERRE-GEHALTEN
           PERFORM VARYING SPERR-VERSUCH FROM 1 BY 1
                   UNTIL SPERRE-GEHALTEN = "J" OR SPERR-VERSUCH > 15
               PERFORM FERN-VERSUCHE-SPERRE
               IF SPERRE-GEHALTEN NOT = "J"
                   CALL "SYSTEM" USING CMD-KURZ-WARTEN
               END-IF
           END-PERFORM.

      *> Fremde Sperre juenger als 60 Sekunden: warten; aeltere gilt
      *> als liegengeblieben. Die eigene Kennung muss nach dem
      *> Schreiben wieder gelesen werden, sonst war jemand schneller.
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
