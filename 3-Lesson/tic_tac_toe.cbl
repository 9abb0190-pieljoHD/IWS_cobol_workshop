               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCORE.

           *> Fernpartie der Bueroliga (Aufruf "tic_tac_toe FERN
           *> <Partie> <X|O>" aus der Liga-Konsole): Partiedatei
           *> LIGA-PARTIE-<nnn>.DAT (Satzbild FERNREC), ihre .NEU-
           *> Datei, die Sperre LIGA-PARTIE-<nnn>.LCK und das
           *> Zeitlimit in Minuten (LIGA-ZEITLIMIT.CFG, Vorgabe 10).
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
           05 FILLER          PIC X(1).
           05 SCR-UNENTSCHIEDEN PIC 9(6).

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

       01  BOARD.
               10 HIST-CELL PIC 9.
               10 HIST-MARK PIC X.

       *> Fernpartie: jede Seite fuehrt ihr eigenes Brett (BOARD) und
       *> uebernimmt die Zuege der Gegenseite aus der Partiedatei; am
       *> Ende meldet jede Seite ihr Endbrett, die Liga-Konsole
       *> wertet nur bei Gleichstand.
       01  REMOTE-MODE       PIC X VALUE 'N'.
       01  REMOTE-END        PIC X VALUE 'N'.
       01  REMOTE-STATE      PIC X.
       01  REMOTE-RESULT     PIC X.
       01  REMOTE-MESSAGE    PIC X(60).
       01  WAIT-SHOWN        PIC X.
       01  OWN-MARK          PIC X.
       01  OTHER-MARK        PIC X.
       01  SAVED-MARK        PIC X.
       01  ARG-ANZAHL        PIC 9(2) VALUE 0.
       01  ARG-INDEX         PIC 9(2) VALUE 0.
       01  ARG-WERT          PIC X(20) VALUE SPACES.
       01  PARTIE-NR         PIC 9(3) VALUE 0.
       01  PARTIE-DATEINAME  PIC X(30) VALUE SPACES.
       01  PARTIE-NEU-NAME   PIC X(30) VALUE SPACES.
       01  SPERR-DATEINAME   PIC X(30) VALUE SPACES.
       01  CMD-PARTIE-TAUSCH PIC X(80) VALUE SPACES.
       01  CMD-SPERRE-WEG    PIC X(60) VALUE SPACES.
       01  CMD-WARTEN        PIC X(10) VALUE "sleep 2".
       01  CMD-KURZ-WARTEN   PIC X(10) VALUE "sleep 1".
       01  FS-PARTIE         PIC XX VALUE SPACES.
       01  FS-PARTIE-NEU     PIC XX VALUE SPACES.
       01  FS-SPERRE         PIC XX VALUE SPACES.
       01  FS-ZEITLIMIT      PIC XX VALUE SPACES.
       01  PARTIE-GELESEN    PIC X.
       01  ZEITLIMIT-MINUTEN PIC 9(3) VALUE 10.
       01  SPERR-KENNUNG     PIC X(20).
       01  SPERRE-GEHALTEN   PIC X.
       01  SPERR-VERSUCH     PIC 9(2).
       01  ZEIT-JETZT        PIC X(14).
       01  ZEIT-STEMPEL      PIC X(14).
       01  ZEIT-SEKUNDEN     PIC 9(12).
       01  SEKUNDEN-JETZT    PIC 9(12).
       01  ALTER-SEKUNDEN    PIC S9(12).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-REMOTE-ARGS
           IF REMOTE-MODE = 'Y'
               PERFORM REMOTE-GAME
               STOP RUN
           END-IF

           PERFORM SHOW-INSTRUCTIONS
           PERFORM ASK-GAME-MODE
           PERFORM LOAD-SCORES
           DISPLAY WS-ESCAPE-ZEICHEN "[2J" WS-ESCAPE-ZEICHEN "[H"
               WITH NO ADVANCING.



       *> ==============================================================
       *> Fernpartie der Bueroliga: Aufruf pruefen
       *> ==============================================================
       *> "tic_tac_toe FERN <Partie> <X|O>" - gestartet von der
       *> Liga-Konsole (Auswahl 7), die die Partiedatei anlegt.
       CHECK-REMOTE-ARGS.
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
           MOVE 'Y' TO REMOTE-MODE
           MOVE SPACES TO ARG-WERT
           IF ARG-ANZAHL >= 2
               MOVE 2 TO ARG-INDEX
               DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT ARG-WERT FROM ARGUMENT-VALUE
           END-IF
           IF FUNCTION TRIM(ARG-WERT) IS NOT NUMERIC
               DISPLAY "Aufruf: tic_tac_toe FERN <Partie> <X|O>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                   MOVE 'X' TO OWN-MARK
                   MOVE 'O' TO OTHER-MARK
                   MOVE 1   TO PLAYER-NUMBER
               WHEN "O"
                   MOVE 'O' TO OWN-MARK
                   MOVE 'X' TO OTHER-MARK
                   MOVE 2   TO PLAYER-NUMBER
               WHEN OTHER
                   DISPLAY "Aufruf: tic_tac_toe FERN <Partie> <X|O>"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
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
           STRING "TIC-TAC-TOE " OWN-MARK
               DELIMITED BY SIZE INTO SPERR-KENNUNG
           END-STRING.


       *> ==============================================================
       *> Fernpartie spielen
       *> ==============================================================
       *> Eigenes Brett aus der Partiedatei aufbauen (bei
       *> Wiederaufnahme nach einem Abbruch des Arbeitsplatzes steht
       *> dort der letzte Stand), dann abwechselnd auf den eigenen
       *> Zug warten und ihn uebertragen, bis die Partie endet.
       REMOTE-GAME.
           PERFORM REMOTE-LOAD-LIMIT
           PERFORM REMOTE-READ
           IF PARTIE-GELESEN NOT = 'Y'
               DISPLAY "Partiedatei " FUNCTION TRIM(PARTIE-DATEINAME)
                       " fehlt - Fernpartie ueber die Liga-Konsole"
                       " beginnen."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT FP-IST-TIC-TAC-TOE
               DISPLAY "Partie " PARTIE-NR " ist keine Tic-Tac-Toe-"
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

           PERFORM INIT-BOARD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
               MOVE FP-BRETT(I:1) TO CELL(I)
           END-PERFORM
           MOVE FP-ZUG-NR TO MOVE-COUNT
           MOVE OWN-MARK TO PLAYER-MARK
           DISPLAY "Fernpartie " PARTIE-NR ": "
                   FUNCTION TRIM(FP-HEIM) " (X) gegen "
                   FUNCTION TRIM(FP-GAST) " (O) - Sie spielen "
                   OWN-MARK "."
           PERFORM DISPLAY-BOARD

           MOVE 'N' TO REMOTE-END
           PERFORM UNTIL REMOTE-END = 'Y'
               PERFORM REMOTE-WAIT-TURN
               EVALUATE REMOTE-STATE
                   WHEN 'Z'
                       PERFORM REMOTE-OWN-MOVE
                   WHEN 'E'
                       PERFORM REMOTE-FINISH
                       MOVE 'Y' TO REMOTE-END
                   WHEN OTHER
                       DISPLAY "Partie abgebrochen: "
                               FUNCTION TRIM(REMOTE-MESSAGE)
                       MOVE 1 TO RETURN-CODE
                       MOVE 'Y' TO REMOTE-END
               END-EVALUATE
           END-PERFORM.


       *> ==============================================================
       *> Auf den eigenen Zug warten
       *> ==============================================================
       *> Die Partiedatei wird alle zwei Sekunden neu gelesen; ein
       *> Zug der Gegenseite wird aufs eigene Brett uebernommen.
       *> Ergebnis in REMOTE-STATE: Z = eigener Zug, E = Partie zu
       *> Ende, A = abgebrochen (Grund in REMOTE-MESSAGE).
       REMOTE-WAIT-TURN.
           MOVE SPACE TO REMOTE-STATE
           MOVE 'N' TO WAIT-SHOWN
           PERFORM UNTIL REMOTE-STATE NOT = SPACE
               PERFORM REMOTE-READ
               PERFORM REMOTE-CHECK-STATE
               IF REMOTE-STATE = SPACE
                   PERFORM REMOTE-CHECK-TIMEOUT
               END-IF
               IF REMOTE-STATE = SPACE
                   IF WAIT-SHOWN = 'N'
                       IF FP-WARTET
                           DISPLAY "Warte, bis die Gegenseite an "
                                   "ihrem Arbeitsplatz antritt "
                                   "(Zeitlimit " ZEITLIMIT-MINUTEN
                                   " Minuten) ..."
                       ELSE
                           DISPLAY "Warte auf den Zug der Gegenseite"
                                   " (" OTHER-MARK ", Zeitlimit "
                                   ZEITLIMIT-MINUTEN " Minuten) ..."
                       END-IF
                       MOVE 'Y' TO WAIT-SHOWN
                   END-IF
                   CALL "SYSTEM" USING CMD-WARTEN
               END-IF
           END-PERFORM.

       REMOTE-CHECK-STATE.
           IF PARTIE-GELESEN NOT = 'Y'
               MOVE "Partiedatei nicht mehr lesbar" TO REMOTE-MESSAGE
               MOVE 'A' TO REMOTE-STATE
               EXIT PARAGRAPH
           END-IF
           IF FP-ZUG-NR > MOVE-COUNT
               PERFORM REMOTE-APPLY-MOVE
               IF REMOTE-STATE NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN FP-BEENDET
                   MOVE 'E' TO REMOTE-STATE
               WHEN FP-LAEUFT AND FP-AM-ZUG = OWN-MARK
                   MOVE 'Z' TO REMOTE-STATE
               WHEN FP-LAEUFT OR FP-WARTET
                   CONTINUE
               WHEN OTHER
                   MOVE FP-GRUND TO REMOTE-MESSAGE
                   IF REMOTE-MESSAGE = SPACES
                       MOVE "Partie ist nicht mehr offen"
                           TO REMOTE-MESSAGE
                   END-IF
                   MOVE 'A' TO REMOTE-STATE
           END-EVALUATE.


       *> ==============================================================
       *> Zug der Gegenseite aufs eigene Brett uebernehmen
       *> ==============================================================
       *> Es darf genau ein Zug dazugekommen sein, auf ein freies Feld.
       *> Weicht das Brett der Partiedatei danach vom eigenen ab, wird
       *> mit dem eigenen weitergespielt - die Endmeldungen beider
       *> Seiten passen dann nicht zusammen, und die Partie wird nicht
       *> gewertet.
       REMOTE-APPLY-MOVE.
           IF FP-ZUG-NR NOT = MOVE-COUNT + 1
            OR FP-LETZTES-FELD < 1 OR FP-LETZTES-FELD > 9
               MOVE "Zugfolge der Partiedatei passt nicht zum eigenen"
                    & " Brett" TO REMOTE-MESSAGE
               MOVE 'A' TO REMOTE-STATE
               EXIT PARAGRAPH
           END-IF
           IF CELL(FP-LETZTES-FELD) NOT = SPACE
               MOVE "Gegenzug auf ein belegtes Feld" TO REMOTE-MESSAGE
               MOVE 'A' TO REMOTE-STATE
               EXIT PARAGRAPH
           END-IF
           MOVE OTHER-MARK TO CELL(FP-LETZTES-FELD)
           ADD 1 TO MOVE-COUNT
           MOVE FP-LETZTES-FELD TO HIST-CELL(MOVE-COUNT)
           MOVE OTHER-MARK TO HIST-MARK(MOVE-COUNT)
           PERFORM CLEAR-SCREEN
           PERFORM DISPLAY-BOARD
           DISPLAY "Gegenseite (" OTHER-MARK ") setzt auf Feld "
                   FP-LETZTES-FELD "."
           IF BOARD NOT = FP-BRETT(1:9)
               DISPLAY "WARNUNG: Brett der Partiedatei weicht vom "
                       "eigenen ab - es gilt das eigene."
           END-IF.


       *> ==============================================================
       *> Eigenen Zug setzen und uebertragen
       *> ==============================================================
       REMOTE-OWN-MOVE.
           MOVE OWN-MARK TO PLAYER-MARK
           PERFORM REMOTE-HUMAN-MOVE
           PERFORM CHECK-WIN
           PERFORM CHECK-DRAW
           PERFORM REMOTE-SEND-MOVE.

       *> Wie HUMAN-MOVE, nur ohne Zuruecknehmen - ein uebertragener
       *> Zug ist beim Gegner schon angekommen.
       REMOTE-HUMAN-MOVE.
           MOVE 'N' TO VALID-MOVE
           PERFORM UNTIL VALID-MOVE = 'Y'
               DISPLAY "Player " PLAYER-NUMBER
                       " (" PLAYER-MARK ") - enter move (1-9): "
               ACCEPT PLAYER-MOVE
               IF PLAYER-MOVE >= 1 AND PLAYER-MOVE <= 9
                   IF CELL(PLAYER-MOVE) = SPACE
                       MOVE PLAYER-MARK TO CELL(PLAYER-MOVE)
                       ADD 1 TO MOVE-COUNT
                       MOVE PLAYER-MOVE TO HIST-CELL(MOVE-COUNT)
                       MOVE PLAYER-MARK TO HIST-MARK(MOVE-COUNT)
                       MOVE 'Y' TO VALID-MOVE
                   ELSE
                       DISPLAY "Cell already taken."
                   END-IF
               ELSE
                   IF PLAYER-MOVE = 0
                       DISPLAY "Im Fernspiel kann kein Zug "
                               "zurueckgenommen werden."
                   ELSE
                       DISPLAY "Invalid move."
                   END-IF
               END-IF
           END-PERFORM.

       *> Unter der Sperre: nur wenn die Partie laeuft, die eigene
       *> Seite am Zug ist und seit dem Lesen kein Zug dazukam -
       *> sonst wird der Zug verworfen und neu gewartet.
       REMOTE-SEND-MOVE.
           PERFORM REMOTE-LOCK
           IF SPERRE-GEHALTEN NOT = 'Y'
               DISPLAY "Partiedatei gesperrt - Zug nicht uebertragen,"
                       " bitte erneut setzen."
               PERFORM REMOTE-TAKE-BACK
               EXIT PARAGRAPH
           END-IF
           PERFORM REMOTE-READ
           IF PARTIE-GELESEN NOT = 'Y' OR NOT FP-LAEUFT
            OR FP-AM-ZUG NOT = OWN-MARK
            OR FP-ZUG-NR NOT = MOVE-COUNT - 1
               PERFORM REMOTE-UNLOCK
               DISPLAY "Zug abgelehnt - die Partiedatei hat sich "
                       "inzwischen geaendert."
               PERFORM REMOTE-TAKE-BACK
               EXIT PARAGRAPH
           END-IF
           MOVE BOARD TO FP-BRETT
           MOVE MOVE-COUNT TO FP-ZUG-NR
           MOVE PLAYER-MOVE TO FP-LETZTES-FELD
           MOVE OTHER-MARK TO FP-AM-ZUG
           MOVE FUNCTION CURRENT-DATE(1:14) TO FP-ZEIT
           IF GAME-OVER = 'Y'
               MOVE 'E' TO FP-STATUS
               PERFORM REMOTE-SET-REPORT
           END-IF
           PERFORM REMOTE-WRITE
           PERFORM REMOTE-UNLOCK.

       REMOTE-TAKE-BACK.
           MOVE SPACE TO CELL(PLAYER-MOVE)
           SUBTRACT 1 FROM MOVE-COUNT
           MOVE 'N' TO GAME-OVER
           MOVE SPACE TO WINNER.


       *> ==============================================================
       *> Partie zu Ende: eigenes Ergebnis melden
       *> ==============================================================
       REMOTE-FINISH.
           PERFORM DISPLAY-BOARD
           IF (OWN-MARK = 'X' AND FP-ERGEBNIS-X = SPACE)
            OR (OWN-MARK = 'O' AND FP-ERGEBNIS-O = SPACE)
               PERFORM REMOTE-LOCK
               IF SPERRE-GEHALTEN = 'Y'
                   PERFORM REMOTE-READ
                   IF PARTIE-GELESEN = 'Y' AND FP-BEENDET
                       PERFORM REMOTE-SET-REPORT
                       PERFORM REMOTE-WRITE
                   END-IF
                   PERFORM REMOTE-UNLOCK
               ELSE
                   DISPLAY "Partiedatei gesperrt - Ergebnis nicht "
                           "gemeldet, Partie ueber die Liga-Konsole "
                           "erneut aufrufen."
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM REMOTE-EVALUATE
           EVALUATE REMOTE-RESULT
               WHEN '1' DISPLAY "Heim (X) gewinnt."
               WHEN '2' DISPLAY "Gast (O) gewinnt."
               WHEN 'U' DISPLAY "Unentschieden."
               WHEN OTHER
                   DISPLAY "Partie auf dem eigenen Brett nicht zu Ende."
           END-EVALUATE
           DISPLAY "Ergebnis gemeldet - in die Ligatabelle kommt es, "
                   "sobald beide Arbeitsplaetze dasselbe Endbrett "
                   "gemeldet haben.".

       *> Ergebnis des eigenen Bretts: 1 Heim (X) siegt, 2 Gast (O)
       *> siegt, U unentschieden, ? nicht zu Ende.
       REMOTE-EVALUATE.
           MOVE PLAYER-MARK TO SAVED-MARK
           MOVE SPACE TO WINNER
           MOVE 'X' TO PLAYER-MARK
           PERFORM CHECK-WIN
           IF WINNER = SPACE
               MOVE 'O' TO PLAYER-MARK
               PERFORM CHECK-WIN
           END-IF
           EVALUATE TRUE
               WHEN WINNER = 'X'    MOVE '1' TO REMOTE-RESULT
               WHEN WINNER = 'O'    MOVE '2' TO REMOTE-RESULT
               WHEN MOVE-COUNT = 9  MOVE 'U' TO REMOTE-RESULT
               WHEN OTHER           MOVE '?' TO REMOTE-RESULT
           END-EVALUATE
           MOVE SAVED-MARK TO PLAYER-MARK.

       REMOTE-SET-REPORT.
           PERFORM REMOTE-EVALUATE
           IF OWN-MARK = 'X'
               MOVE REMOTE-RESULT TO FP-ERGEBNIS-X
               MOVE BOARD TO FP-BRETT-X
           ELSE
               MOVE REMOTE-RESULT TO FP-ERGEBNIS-O
               MOVE BOARD TO FP-BRETT-O
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO FP-ZEIT.


       *> ==============================================================
       *> Zeitlimit: verlassene Partie abbrechen
       *> ==============================================================
       *> Rechnet ab der letzten Aenderung der Partiedatei. Die
       *> Ligapartie bleibt im Spielplan offen und kann neu begonnen
       *> werden.
       REMOTE-CHECK-TIMEOUT.
           PERFORM REMOTE-AGE
           IF ALTER-SEKUNDEN <= ZEITLIMIT-MINUTEN * 60
               EXIT PARAGRAPH
           END-IF
           PERFORM REMOTE-LOCK
           IF SPERRE-GEHALTEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM REMOTE-READ
           IF PARTIE-GELESEN = 'Y' AND (FP-WARTET OR FP-LAEUFT)
               PERFORM REMOTE-AGE
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
                   MOVE 'A' TO FP-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:14) TO FP-ZEIT
                   PERFORM REMOTE-WRITE
                   MOVE FP-GRUND TO REMOTE-MESSAGE
                   MOVE 'A' TO REMOTE-STATE
               END-IF
           END-IF
           PERFORM REMOTE-UNLOCK.

       *> Sekunden seit FP-ZEIT -> ALTER-SEKUNDEN
       REMOTE-AGE.
           MOVE FP-ZEIT TO ZEIT-STEMPEL
           PERFORM REMOTE-SECONDS
           MOVE ZEIT-SEKUNDEN TO ALTER-SEKUNDEN
           MOVE FUNCTION CURRENT-DATE(1:14) TO ZEIT-STEMPEL
           PERFORM REMOTE-SECONDS
           COMPUTE ALTER-SEKUNDEN = ZEIT-SEKUNDEN - ALTER-SEKUNDEN.

       REMOTE-SECONDS.
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

       REMOTE-LOAD-LIMIT.
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
       *> Partiedatei lesen / ersetzen
       *> ==============================================================
       REMOTE-READ.
           MOVE 'N' TO PARTIE-GELESEN
           OPEN INPUT PARTIE-DATEI
           IF FS-PARTIE = "00"
               READ PARTIE-DATEI
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO PARTIE-GELESEN
               END-READ
               CLOSE PARTIE-DATEI
           END-IF.

       *> Erst .NEU schreiben, dann umbenennen - die Gegenseite liest
       *> so immer eine vollstaendige Partiedatei.
       REMOTE-WRITE.
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
       *> Partiesperre (LIGA-PARTIE-<nnn>.LCK)
       *> ==============================================================
       *> Wie die Registersperre in ALARM-VERWALTUNG, aber mit
       *> Wiederholung: eine fremde Sperre juenger als eine Minute
       *> wird bis zu 15 Sekunden abgewartet. Nach dem Schreiben wird
       *> die Sperre zurueckgelesen - haben beide Seiten gleichzeitig
       *> geschrieben, haelt sie nur die, deren Kennung darin steht.
       REMOTE-LOCK.
           MOVE 'N' TO SPERRE-GEHALTEN
           PERFORM VARYING SPERR-VERSUCH FROM 1 BY 1
                   UNTIL SPERRE-GEHALTEN = 'Y' OR SPERR-VERSUCH > 15
               PERFORM REMOTE-TRY-LOCK
               IF SPERRE-GEHALTEN NOT = 'Y'
                   CALL "SYSTEM" USING CMD-KURZ-WARTEN
               END-IF
           END-PERFORM.

       REMOTE-TRY-LOCK.
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
                   PERFORM REMOTE-SECONDS
                   MOVE ZEIT-SEKUNDEN TO ALTER-SEKUNDEN
                   MOVE FUNCTION CURRENT-DATE(1:14) TO ZEIT-STEMPEL
                   PERFORM REMOTE-SECONDS
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
                   MOVE 'Y' TO SPERRE-GEHALTEN
               END-IF
           END-IF.

       REMOTE-UNLOCK.
           CALL "SYSTEM" USING CMD-SPERRE-WEG
           MOVE 0 TO RETURN-CODE.
