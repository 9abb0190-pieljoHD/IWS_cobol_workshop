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

    SELECT STAMM-NEU
        ASSIGN TO "MITARBEITER-STAMM.DAT.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM-NEU.

    SELECT YTD-UMSATZ
        ASSIGN TO "YTD-UMSATZ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
01 BENUTZER-CFG-ZEILE PIC X(40).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD STAMM-NEU.
01 STAMM-NEU-RECORD PIC X(152).

FD YTD-UMSATZ.
01 YTD-RECORD.

77 FSBEN         PIC XX VALUE SPACES.
77 FS-STAMM      PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-STAMM-NEU  PIC XX VALUE SPACES.
77 FS-YTD        PIC XX VALUE SPACES.
77 FS-KONTO      PIC XX VALUE SPACES.
77 FS-HISTORIE   PIC XX VALUE SPACES.
        10 UKT-UNBEZAHLT  PIC 9(3).
        10 UKT-LOESCHEN   PIC X(1).

*> Ziel und Quelle werden per Namensschluessel gesucht
*> (STAMM-INDEX-OFFEN = "J"), sonst in MITARBEITER-STAMM.DAT;
*> zurueckgeschrieben wird Satz fuer Satz ueber .NEU und mv.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 ZIEL-IM-STAMM   PIC X VALUE "N".
01 QUELLE-IM-STAMM PIC X VALUE "N".

01 LAUF-IDX PIC 9(4).
01 SICHERE-IDX PIC 9(4).
01 CNT-HISTORIE PIC 9(6) VALUE 0.
01 CNT-STAMM-SAETZE PIC 9(6) VALUE 0.
01 CMD-UMZUG-STAMM PIC X(60)
   VALUE "mv MITARBEITER-STAMM.DAT.NEU MITARBEITER-STAMM.DAT".
01 CMD-UMZUG PIC X(60)
   VALUE "mv BUCHUNGS-HISTORIE.DAT.NEU BUCHUNGS-HISTORIE.DAT".
01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".

*> Kettenrechnung - mirrors BERECHNE-AUDIT-KETTE in
*> buchungen_korrektur.cbl.
    INSPECT QUELLE-NACHNAME-M
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM.

    PERFORM OEFFNE-STAMM.
    PERFORM PRUEFE-STAMM.
    IF ZIEL-IM-STAMM NOT = "J"
        DISPLAY "Ziel ist nicht im Mitarbeiterstamm - erst dort"
                " anlegen (STAMM-PFLEGE)."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    ACCEPT ANTWORT.
    IF ANTWORT NOT = "J" AND ANTWORT NOT = "j"
        DISPLAY "Abgebrochen, nichts geaendert."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

            FUNCTION TRIM(ZIEL-VORNAME) " "
            FUNCTION TRIM(ZIEL-NACHNAME)
            " (" CNT-HISTORIE " Historiensaetze umgeschrieben).".
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ================================================================
*> #5 Ziel und Quelle im Stamm suchen, Quellsatz deaktivieren
*> ================================================================
PRUEFE-STAMM.
    IF STAMM-INDEX-OFFEN NOT = "J"
        OPEN INPUT MITARBEITER-STAMM
        IF FS-STAMM NOT = "00"
            DISPLAY "MITARBEITER-STAMM.DAT nicht lesbar."
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        CLOSE MITARBEITER-STAMM
    END-IF
    MOVE ZIEL-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE ZIEL-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    MOVE STAMM-TREFFER TO ZIEL-IM-STAMM
    MOVE QUELLE-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE QUELLE-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    MOVE STAMM-TREFFER TO QUELLE-IM-STAMM.


*> ----------------------------------------------------------------
*> #5.1 Stamm ueber .NEU und mv mit deaktivierter Quelle schreiben
*> ----------------------------------------------------------------
MERGE-STAMM.
    IF QUELLE-IM-STAMM NOT = "J"
        DISPLAY "Hinweis: Quelle steht nicht im Stamm -"
                " Stamm bleibt unveraendert."
        EXIT PARAGRAPH
    END-IF
    *> Der Index wird nach dem Umzug neu aufgebaut - der Durchlauf
    *> liest darum MITARBEITER-STAMM.DAT.
    PERFORM SCHLIESSE-STAMM
    OPEN OUTPUT STAMM-NEU
    IF FS-STAMM-NEU NOT = "00"
        DISPLAY "Fehler beim Schreiben von"
                " MITARBEITER-STAMM.DAT.NEU, Status=" FS-STAMM-NEU
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
            IF MA-VORNAME = QUELLE-VORNAME
             AND MA-NACHNAME = QUELLE-NACHNAME
                MOVE "I" TO MA-STATUS
            END-IF
            MOVE STAMM-RECORD TO STAMM-NEU-RECORD
            WRITE STAMM-NEU-RECORD
            ADD 1 TO CNT-STAMM-SAETZE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF
    CLOSE STAMM-NEU
    CALL "SYSTEM" USING CMD-UMZUG-STAMM
    *> Indizierten Stamm nachziehen (nur wo er aufgebaut ist).
    CALL "SYSTEM" USING CMD-STAMM-INDEX
    MOVE 0 TO RETURN-CODE
    DISPLAY "Stamm: Quellsatz deaktiviert.".



*> ================================================================
*> Operator-Anmeldung gegen BENUTZER.CFG (Rolle "D" Pflicht)
*> ================================================================
*> #10 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Ziel und Quelle werden gesucht, der Stamm nur beim
*> Zurueckschreiben durchlaufen.
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
ANMELDUNG.
    OPEN INPUT BENUTZER-CFG
