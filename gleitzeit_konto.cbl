        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    *> Indizierter Stamm (STAMM-INDEX); fehlt er, wird fuer jeden
    *> Durchlauf und jede Suche MITARBEITER-STAMM.DAT gelesen.
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-STAMM-INDEX.

    SELECT GLEITZEIT-CFG
        ASSIGN TO "GLEITZEIT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
    05 GZ-SALDO      PIC S9(05) SIGN LEADING SEPARATE.

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD GLEITZEIT-CFG.
01 GLEITZEIT-CFG-ZEILE PIC X(5).
77 FS-HISTORIE   PIC XX VALUE SPACES.
77 FS-KONTO      PIC XX VALUE SPACES.
77 FS-STAMM      PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-CFG        PIC XX VALUE SPACES.
77 FS-WAHL       PIC XX VALUE SPACES.
77 FS-AUSZAHLUNG PIC XX VALUE SPACES.
01 KONTO-POSITION  PIC 9(3).
01 KONTO-GEFUNDEN  PIC X.

*> Soll und Satz je Mitarbeiter: beim Abschluss eines Kontos mit
*> dem entmaskierten Namen im Stamm gesucht (per Index, sonst
*> MITARBEITER-STAMM.DAT von vorn).
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 GZS-SATZ     PIC 9(3).

*> Auszahlungswahl: nur fuer Konten ueber der Kappung gesucht.
01 WAHL-VORNAME  PIC X(10).
01 WAHL-NACHNAME PIC X(10).
01 WAHL-WERT     PIC X(1).
01 WAHL-ENDE     PIC X VALUE "N".
01 GZS-AUSZAHLUNG PIC X(1).

01 HIST-VORNAME-M  PIC X(10).
01 HIST-NACHNAME-M PIC X(10).
MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM LADE-KAPPUNG.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-KONTO.

    OPEN INPUT BUCHUNGS-HISTORIE.
        DISPLAY "BUCHUNGS-HISTORIE.DAT nicht vorhanden - erst"
                " HISTORIE-LADER laufen lassen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    IF CNT-BUCHUNGEN = 0
        DISPLAY "Keine Arbeitsbuchungen fuer Periode "
                ABRECHNUNGS-PERIODE " im Historienlager."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

            CNT-AUSZAHLUNG " Auszahlung(en), "
            CNT-VERFALLEN " Kappung(en) verfallen.".

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


SCHLIESSE-EIN-KONTO-AB.
    MOVE 0 TO MONATS-DELTA
    MOVE "N" TO KONTO-GEFUNDEN
    MOVE GZT-VORNAME-M(LAUF-IDX)  TO KLAR-VORNAME
    MOVE GZT-NACHNAME-M(LAUF-IDX) TO KLAR-NACHNAME
    INSPECT KLAR-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT KLAR-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE KLAR-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE KLAR-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND MA-IST-AKTIV
     AND MA-SOLL-STUNDEN > 0
        MOVE "J" TO KONTO-GEFUNDEN
        COMPUTE MONATS-DELTA = GZT-IST(LAUF-IDX)
                             - MA-SOLL-STUNDEN
        IF MA-STUNDENSATZ > 0
            MOVE MA-STUNDENSATZ TO GZS-SATZ
        ELSE
            MOVE 150 TO GZS-SATZ
        END-IF
    END-IF
    IF KONTO-GEFUNDEN NOT = "J"
        *> Ohne Soll im Stamm kein Gleitzeitdelta - der Stand
    IF GZT-SALDO(LAUF-IDX) > KAPPUNG-STUNDEN
        COMPUTE UEBERHANG = GZT-SALDO(LAUF-IDX) - KAPPUNG-STUNDEN
        MOVE KAPPUNG-STUNDEN TO GZT-SALDO(LAUF-IDX)
        PERFORM SUCHE-AUSZAHLUNGSWAHL
        IF GZS-AUSZAHLUNG = "J"
            COMPUTE AUSZAHL-BETRAG = UEBERHANG * GZS-SATZ
            MOVE SPACES TO AUSZAHLUNG-RECORD
            MOVE KLAR-VORNAME  TO GZA-VORNAME
            MOVE KLAR-NACHNAME TO GZA-NACHNAME
    END-IF.


*> ----------------------------------------------------------------
*> #7.2 Auszahlungswahl des Mitarbeiters KLAR-VORNAME/-NACHNAME
*> ----------------------------------------------------------------
*> GLEITZEIT-WAHL.CFG wird nur fuer Konten ueber der Kappung
*> gelesen; eine "J"-Zeile unter dem Namen genuegt.
SUCHE-AUSZAHLUNGSWAHL.
    MOVE "N" TO GZS-AUSZAHLUNG
    MOVE "N" TO WAHL-ENDE
    OPEN INPUT GLEITZEIT-WAHL-CFG
    IF FS-WAHL NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WAHL-ENDE = "J"
        READ GLEITZEIT-WAHL-CFG
            AT END MOVE "J" TO WAHL-ENDE
            NOT AT END
                MOVE SPACES TO WAHL-VORNAME WAHL-NACHNAME WAHL-WERT
                UNSTRING FUNCTION TRIM(GLEITZEIT-WAHL-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO WAHL-VORNAME WAHL-NACHNAME WAHL-WERT
                END-UNSTRING
                IF WAHL-VORNAME  = KLAR-VORNAME
                 AND WAHL-NACHNAME = KLAR-NACHNAME
                 AND WAHL-WERT = "J"
                    MOVE "J" TO GZS-AUSZAHLUNG
                END-IF
        END-READ
    END-PERFORM
    CLOSE GLEITZEIT-WAHL-CFG.


*> ================================================================
*> #8 Kontostand drucken
*> ================================================================


*> ================================================================
*> #10 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Soll und Satz werden nicht mehr in eine Tabelle geladen, sondern
*> je Konto beim Monatsabschluss gesucht.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.2 Durchlauf durch den ganzen Stamm beginnen
*> ----------------------------------------------------------------
STARTE-STAMM-DURCHLAUF.
    MOVE "N" TO STAMM-ENDE
    IF STAMM-INDEX-OFFEN = "J"
        MOVE 0 TO SX-PERSONALNR
        START MITARBEITER-STAMM-INDEX
            KEY IS NOT LESS THAN SX-PERSONALNR
            INVALID KEY MOVE "J" TO STAMM-ENDE
        END-START
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        MOVE "J" TO STAMM-DATEI-OFFEN
    ELSE
        MOVE "J" TO STAMM-ENDE
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.3 Naechsten Stammsatz des Durchlaufs lesen
*> ----------------------------------------------------------------
LIES-NAECHSTEN-STAMM.
    IF STAMM-ENDE = "J"
        EXIT PARAGRAPH
    END-IF
    IF STAMM-INDEX-OFFEN = "J"
        READ MITARBEITER-STAMM-INDEX NEXT RECORD INTO STAMM-RECORD
            AT END MOVE "J" TO STAMM-ENDE
        END-READ
    ELSE
        READ MITARBEITER-STAMM INTO STAMM-RECORD
            AT END MOVE "J" TO STAMM-ENDE
        END-READ
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #10.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
*> ----------------------------------------------------------------
*> Wie zuvor die Tabellensuche: der erste Satz unter dem Namen
*> zaehlt. STAMM-TREFFER = "J", wenn STAMM-RECORD ihn traegt.
SUCHE-STAMM-PER-NAME.
    MOVE "N" TO STAMM-TREFFER
    IF STAMM-INDEX-OFFEN = "J"
        MOVE STAMM-SUCH-VORNAME  TO SX-VORNAME
        MOVE STAMM-SUCH-NACHNAME TO SX-NACHNAME
        READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
            KEY IS SX-NAME
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "J" TO STAMM-TREFFER
        END-READ
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME  = STAMM-SUCH-VORNAME
         AND MA-NACHNAME = STAMM-SUCH-NACHNAME
            MOVE "J" TO STAMM-TREFFER
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
