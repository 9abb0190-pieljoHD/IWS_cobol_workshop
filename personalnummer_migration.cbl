        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    *> Indizierter Stamm (STAMM-INDEX) - nur fuer die gemeinsamen
    *> Durchlauf-Absaetze vereinbart, gelesen wird immer
    *> MITARBEITER-STAMM.DAT (siehe #9).
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
*> ---------------------------
FILE SECTION.
FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD STAMM-NEU.
01 STAMM-NEU-RECORD PIC X(152).

FD ZUORDNUNG.
01 ZUORDNUNG-RECORD.
WORKING-STORAGE SECTION.

77 FS-STAMM         PIC XX VALUE SPACES.
77 FS-STAMM-INDEX   PIC XX VALUE SPACES.
77 FS-STAMM-NEU     PIC XX VALUE SPACES.
77 FS-ZUORDNUNG     PIC XX VALUE SPACES.
77 FS-ZUORDNUNG-NEU PIC XX VALUE SPACES.
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".

*> Der Stamm wird zweimal durchlaufen: zuerst fuer die hoechste
*> vergebene Nummer, dann Satz fuer Satz in die .NEU-Datei.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-ANZAHL PIC 9(4) VALUE 0.
01 PM-NUMMER    PIC 9(5).

*> Bisherige Zuordnungstafel (fuer HISTORISCH-Erkennung).
01 ALT-ANZAHL PIC 9(4) VALUE 0.
01 HOECHSTE-NUMMER PIC 9(5) VALUE 0.
01 CNT-VERGEBEN    PIC 9(4) VALUE 0.
01 CNT-HISTORISCH  PIC 9(4) VALUE 0.
01 SCAN-IDX   PIC 9(4).
01 NAME-AKTUELL PIC X.
01 MASK-VORNAME  PIC X(10).
01 MASK-NACHNAME PIC X(10).
01 CMD-UMZUG-STAMM PIC X(60)
   VALUE "mv MITARBEITER-STAMM.DAT.NEU MITARBEITER-STAMM.DAT".
01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".
01 CMD-UMZUG-ZUORD PIC X(70)
   VALUE
   "mv PERSONALNR-ZUORDNUNG.DAT.NEU PERSONALNR-ZUORDNUNG.DAT".
PROCEDURE DIVISION.

MAIN.
    PERFORM ERMITTLE-HOECHSTE-NUMMER.
    IF STAMM-ANZAHL = 0
        DISPLAY "MITARBEITER-STAMM.DAT leer oder nicht vorhanden."
        MOVE 1 TO RETURN-CODE
    END-IF.

    PERFORM LADE-ALTE-ZUORDNUNG.
    PERFORM MIGRIERE-STAMM.

    DISPLAY "--------------------------------------------".
    DISPLAY "Migration: " CNT-VERGEBEN " Personalnummer(n) neu"


*> ================================================================
*> #5 Hoechste vergebene Personalnummer ermitteln
*> ================================================================
ERMITTLE-HOECHSTE-NUMMER.
    MOVE 0 TO STAMM-ANZAHL
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME NOT = SPACES
            ADD 1 TO STAMM-ANZAHL
            IF MA-PERSONALNR IS NUMERIC
             AND MA-PERSONALNR > HOECHSTE-NUMMER
                MOVE MA-PERSONALNR TO HOECHSTE-NUMMER
            END-IF
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================


*> ================================================================
*> #7 Nummern vergeben, Stamm und Zuordnungstafel neu schreiben
*> ================================================================
*> Je Stammsatz: fehlende Nummer fortlaufend vergeben, den Satz
*> mit der Nummer nach MITARBEITER-STAMM.DAT.NEU schreiben und
*> die Zuordnungszeilen dazu. Beide Dateien werden erst nach dem
*> vollstaendigen Durchlauf per mv uebernommen.
MIGRIERE-STAMM.
    OPEN OUTPUT STAMM-NEU
    IF FS-STAMM-NEU NOT = "00"
        DISPLAY "Fehler beim Schreiben von"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN OUTPUT ZUORDNUNG-NEU
    IF FS-ZUORDNUNG-NEU NOT = "00"
        DISPLAY "Fehler beim Schreiben von"
                " PERSONALNR-ZUORDNUNG.DAT.NEU, Status="
                FS-ZUORDNUNG-NEU
        CLOSE STAMM-NEU
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME NOT = SPACES
            PERFORM MIGRIERE-STAMMSATZ
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF

    CLOSE STAMM-NEU
    CLOSE ZUORDNUNG-NEU
    CALL "SYSTEM" USING CMD-UMZUG-STAMM
    *> Indizierten Stamm nachziehen (nur wo er aufgebaut ist).
    CALL "SYSTEM" USING CMD-STAMM-INDEX
    CALL "SYSTEM" USING CMD-UMZUG-ZUORD
    MOVE 0 TO RETURN-CODE.


*> ----------------------------------------------------------------
*> #7.1 Einen Stammsatz nummerieren und fortschreiben
*> ----------------------------------------------------------------
MIGRIERE-STAMMSATZ.
    MOVE 0 TO PM-NUMMER
    IF MA-PERSONALNR IS NUMERIC
        MOVE MA-PERSONALNR TO PM-NUMMER
    END-IF
    IF PM-NUMMER = 0
        ADD 1 TO HOECHSTE-NUMMER
        MOVE HOECHSTE-NUMMER TO PM-NUMMER
        ADD 1 TO CNT-VERGEBEN
        DISPLAY "  " PM-NUMMER " -> "
                FUNCTION TRIM(MA-VORNAME) " "
                FUNCTION TRIM(MA-NACHNAME)
    END-IF
    MOVE PM-NUMMER TO MA-PERSONALNR
    MOVE STAMM-RECORD TO STAMM-NEU-RECORD
    WRITE STAMM-NEU-RECORD
    PERFORM SCHREIBE-ZUORDNUNG.


*> ================================================================
*> #8 Zuordnungszeilen eines Stammsatzes schreiben
*> ================================================================
*> Aktuelle Schreibweise je Nummer aus dem Stamm; fruehere
*> Schreibweisen derselben Nummer bleiben als HISTORISCH-Zeilen
*> erhalten, damit Altbestaende (z.B. Historie vor einer
*> Umbenennung) weiter zuordenbar sind.
SCHREIBE-ZUORDNUNG.
    MOVE MA-VORNAME  TO MASK-VORNAME
    MOVE MA-NACHNAME TO MASK-NACHNAME
    INSPECT MASK-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT MASK-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE SPACES TO ZUORDNUNG-NEU-RECORD
    STRING PM-NUMMER " "
           MA-VORNAME " "
           MA-NACHNAME " "
           MASK-VORNAME " " MASK-NACHNAME " AKTUELL"
        INTO ZUORDNUNG-NEU-RECORD
    END-STRING
    WRITE ZUORDNUNG-NEU-RECORD
    PERFORM SCHREIBE-HISTORISCHE-ZEILEN.


*> ----------------------------------------------------------------
*> #8.1 Fruehere Schreibweisen derselben Nummer fortschreiben
*> ----------------------------------------------------------------
SCHREIBE-HISTORISCHE-ZEILEN.
    PERFORM VARYING SCAN-IDX FROM 1 BY 1
            UNTIL SCAN-IDX > ALT-ANZAHL
        IF ALT-NUMMER(SCAN-IDX) = PM-NUMMER
            MOVE "N" TO NAME-AKTUELL
            IF ALT-VORNAME(SCAN-IDX) = MA-VORNAME
             AND ALT-NACHNAME(SCAN-IDX) = MA-NACHNAME
                MOVE "J" TO NAME-AKTUELL
            END-IF
            IF NAME-AKTUELL NOT = "J"
            END-IF
        END-IF
    END-PERFORM.


*> ================================================================
*> #9 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Nur Durchlaeufe, und zwar stets durch MITARBEITER-STAMM.DAT:
*> STAMM-INDEX fuehrt nur Saetze mit Personalnummer, gerade die
*> ohne Nummer muss dieser Lauf aber sehen - der Index wird darum
*> nicht geoeffnet (STAMM-INDEX-OFFEN bleibt "N") und am Ende aus
*> dem neuen Stamm nachgezogen.
*> Mirrors STARTE-STAMM-DURCHLAUF ff. in lohn_rechner.cbl.
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
*> #9.1 Naechsten Stammsatz des Durchlaufs lesen
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
*> #9.2 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.
