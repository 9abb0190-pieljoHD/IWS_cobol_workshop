*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. PROJEKT-PFLEGE.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Pflegeprogramm fuer den Projektstamm PROJEKT-STAMM.DAT
*> (Satzlayout siehe PROJREC). Bisher wurden PROJEKT-MASTER.CFG,
*> PROJEKT-GESCHLOSSEN.DAT und die Pflichtqualifikationen mit dem
*> Editor gepflegt - ein Tippfehler im Projektcode fiel erst am
*> naechsten Morgen als V160-Ablehnung auf. Dieses Programm ist
*> die einzige Schreibstelle fuer den Projektstamm, mit derselben
*> Operator-Anmeldung wie die uebrigen Pflegeprogramme (Rolle "D"
*> in BENUTZER.CFG): Anlegen, Aendern, Status setzen (geplant /
*> aktiv / angehalten / geschlossen), Liste und eine einmalige
*> Uebernahme aus PROJEKT-MASTER.CFG. Kunde, Kostenstelle,
*> Projektleiter und Qualifikationen werden bei der Eingabe gegen
*> ihre Staemme geprueft. Jede Aenderung haengt eine Zeile mit
*> altem und neuem Satz an PROJEKT-JOURNAL.LOG an. Beim Beenden
*> werden PROJEKT-STAMM.DAT und daraus PROJEKT-MASTER.CFG und
*> PROJEKT-GESCHLOSSEN.DAT in einem Stueck neu geschrieben; ein
*> seit dem letzten Lauf von PROJEKT-ABSCHLUSS geschlossenes
*> Projekt wird beim Start auf "geschlossen" nachgezogen.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT PROJEKT-STAMM
        ASSIGN TO "PROJEKT-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROJEKT.

    *> Aus dem Stamm erzeugt - Leser: BUCHUNGEN-VALIDIERER,
    *> RECHNUNGS-GENERATOR, INTERNE-UMLAGE, MEILENSTEIN-FAKTURA,
    *> LEISTUNGSNACHWEIS.
    SELECT PROJEKT-MASTER
        ASSIGN TO "PROJEKT-MASTER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MASTER.

    SELECT PROJEKT-GESCHLOSSEN
        ASSIGN TO "PROJEKT-GESCHLOSSEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-GESCHLOSSEN.

    SELECT KUNDEN-STAMM
        ASSIGN TO "KUNDEN-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUNDEN.

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    SELECT QUALIFIKATIONEN
        ASSIGN TO "QUALIFIKATIONEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-QUALI.

    SELECT PROJEKT-JOURNAL
        ASSIGN TO "PROJEKT-JOURNAL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-JOURNAL.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD PROJEKT-STAMM.
01 PROJEKT-STAMM-ZEILE PIC X(125).

FD PROJEKT-MASTER.
01 PROJEKT-MASTER-ZEILE PIC X(80).

FD PROJEKT-GESCHLOSSEN.
01 PROJEKT-GESCHLOSSEN-ZEILE PIC X(8).

FD KUNDEN-STAMM.
COPY KUNDREC.

FD MITARBEITER-STAMM.
COPY STAMMREC.

FD QUALIFIKATIONEN.
01 QUALIFIKATIONEN-ZEILE PIC X(50).

*> Eine Zeile je Aenderung: Zeitstempel, Operator, Aktion, Satz
*> vorher (leer bei Anlage) und nachher.
FD PROJEKT-JOURNAL.
01 JOURNAL-RECORD.
    05 PJ-ZEITSTEMPEL PIC X(14).
    05 FILLER         PIC X(01).
    05 PJ-BENUTZER    PIC X(08).
    05 FILLER         PIC X(01).
    05 PJ-AKTION      PIC X(10).
    05 FILLER         PIC X(01).
    05 PJ-VORHER      PIC X(125).
    05 FILLER         PIC X(01).
    05 PJ-NACHHER     PIC X(125).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FSBEN          PIC XX VALUE SPACES.
77 FS-PROJEKT     PIC XX VALUE SPACES.
77 FS-MASTER      PIC XX VALUE SPACES.
77 FS-GESCHLOSSEN PIC XX VALUE SPACES.
77 FS-KUNDEN      PIC XX VALUE SPACES.
77 FS-STAMM       PIC XX VALUE SPACES.
77 FS-QUALI       PIC XX VALUE SPACES.
77 FS-JOURNAL     PIC XX VALUE SPACES.
77 EOF-FLAG       PIC X  VALUE "N".

*> Arbeitssatz - alle Pflegeschritte arbeiten auf dieser Sicht.
COPY PROJREC.

*> Operator-Anmeldung - mirrors ANMELDUNG in mitarbeiter_merge.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-ROLLEN PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID     PIC X(8).
01 BENUTZER-CFG-ROLLEN PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".
01 ROLLE-GEFORDERT   PIC X VALUE "D".
01 ROLLEN-TREFFER    PIC 9(2).

01 HEUTE PIC 9(8).

*> Kompletter Projektstamm im Speicher, am Ende in einem Stueck
*> zurueckgeschrieben wie in STAMM-PFLEGE. Hoechstens 100
*> Projekte - so viele laedt der BUCHUNGEN-VALIDIERER.
01 PROJEKT-ANZAHL PIC 9(3) VALUE 0.
01 PROJEKT-TABELLE.
    05 PROJEKT-EINTRAG OCCURS 1 TO 100 TIMES
                        DEPENDING ON PROJEKT-ANZAHL
                        INDEXED BY PT-IDX.
        10 PT-CODE PIC X(08).
        10 PT-SATZ PIC X(125).

*> Geschlossene Codes aus PROJEKT-GESCHLOSSEN.DAT (auch solche
*> ohne Stammzeile - sie bleiben beim Zurueckschreiben erhalten).
01 GESCHLOSSEN-ANZAHL PIC 9(3) VALUE 0.
01 GESCHLOSSEN-TABELLE.
    05 GESCHLOSSEN-EINTRAG OCCURS 1 TO 200 TIMES
                            DEPENDING ON GESCHLOSSEN-ANZAHL
                            INDEXED BY GS-IDX.
        10 GST-CODE PIC X(08).

*> Nachschlagetabellen fuer die Eingabepruefung.
01 KUNDEN-ANZAHL PIC 9(4) VALUE 0.
01 KUNDEN-TABELLE.
    05 KUNDEN-EINTRAG OCCURS 1 TO 1000 TIMES
                       DEPENDING ON KUNDEN-ANZAHL
                       INDEXED BY KD-IDX.
        10 KDT-NUMMER PIC X(10).
        10 KDT-STATUS PIC X(01).

01 KST-ANZAHL PIC 9(3) VALUE 0.
01 KST-TABELLE.
    05 KST-EINTRAG OCCURS 1 TO 200 TIMES
                    DEPENDING ON KST-ANZAHL
                    INDEXED BY KS-IDX.
        10 KST-CODE PIC X(10).

01 QUAL-ANZAHL PIC 9(3) VALUE 0.
01 QUAL-TABELLE.
    05 QUAL-EINTRAG OCCURS 1 TO 200 TIMES
                     DEPENDING ON QUAL-ANZAHL
                     INDEXED BY QL-IDX.
        10 QLT-CODE PIC X(08).

01 BENUTZER-ANZAHL PIC 9(3) VALUE 0.
01 BENUTZER-TABELLE.
    05 BENUTZER-EINTRAG OCCURS 1 TO 200 TIMES
                         DEPENDING ON BENUTZER-ANZAHL
                         INDEXED BY BN-IDX.
        10 BNT-ID PIC X(08).

01 MENUE-WAHL PIC X VALUE SPACE.

01 EING-CODE         PIC X(10).
01 EING-TEXT         PIC X(30).
01 EING-KOSTENSTELLE PIC X(10).
01 EING-KUNDE        PIC X(10).
01 EING-LEITER       PIC X(08).
01 EING-BUDGET-RAW   PIC X(06).
01 EING-DATUM-RAW    PIC X(08).
01 EING-DATUM        PIC 9(08).
01 EING-QUAL         PIC X(08).
01 EING-STATUS       PIC X(01).
01 CODE-TEIL-1       PIC X(10).
01 CODE-TEIL-2       PIC X(10).

01 AENDERUNG-MODUS PIC X VALUE "N".
01 EINGABE-OK      PIC X VALUE "J".
01 GEFUNDEN        PIC X VALUE "N".
01 SUCH-GEFUNDEN   PIC X VALUE "N".
01 SUCH-POSITION   PIC 9(3) VALUE 0.
01 PROJEKT-GEAENDERT PIC X VALUE "N".
01 VORHER-SATZ     PIC X(125).
01 JOURNAL-AKTION  PIC X(10).
01 QUAL-IDX        PIC 9(1).
01 LISTE-IDX       PIC 9(3).

*> Uebernahme aus PROJEKT-MASTER.CFG
01 UEB-ZEILE    PIC X(80).
01 UEB-ZEIGER   PIC 9(3).
01 UEB-CODE     PIC X(10).
01 UEB-ABT      PIC X(10).
01 UEB-QUAL     PIC X(08).
01 UEB-KUNDE    PIC X(10).
01 CNT-UEBERNOMMEN PIC 9(3) VALUE 0.
01 CNT-NACHGEZOGEN PIC 9(3) VALUE 0.

01 PRINT-BUDGET PIC ZZZZZ9.
01 STATUS-TEXT  PIC X(11).
01 CFG-KUNDE    PIC X(10).
01 CFG-QUAL     PIC X(08).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE.
    PERFORM ANMELDUNG.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF

    PERFORM LADE-PROJEKTE.
    PERFORM LADE-GESCHLOSSEN.
    PERFORM LADE-KUNDEN.
    PERFORM LADE-KOSTENSTELLEN.
    PERFORM LADE-QUALIFIKATIONEN.
    PERFORM ZIEHE-ABSCHLUESSE-NACH.

    DISPLAY "=============================================".
    DISPLAY "Projektstamm-Pflege (PROJEKT-STAMM.DAT)".
    DISPLAY "Projekte geladen: " PROJEKT-ANZAHL.
    IF CNT-NACHGEZOGEN > 0
        DISPLAY CNT-NACHGEZOGEN " Projekt(e) laut"
                " PROJEKT-GESCHLOSSEN.DAT auf geschlossen gesetzt."
    END-IF
    DISPLAY "=============================================".

    PERFORM UNTIL MENUE-WAHL = "0"
        DISPLAY " "
        DISPLAY "  1 = Projekt anlegen"
        DISPLAY "  2 = Projekt aendern"
        DISPLAY "  3 = Status setzen (geplant/aktiv/angehalten/"
                "geschlossen)"
        DISPLAY "  4 = Liste anzeigen"
        DISPLAY "  5 = Uebernahme aus PROJEKT-MASTER.CFG"
        DISPLAY "  0 = Beenden"
        DISPLAY "Auswahl: "
        *> Leere Antwort bzw. Eingabeende beendet das Menue wie
        *> die "0" - wie in STAMM-PFLEGE.
        MOVE SPACE TO MENUE-WAHL
        ACCEPT MENUE-WAHL

        EVALUATE MENUE-WAHL
            WHEN "1" PERFORM LEGE-PROJEKT-AN
            WHEN "2" PERFORM AENDERE-PROJEKT
            WHEN "3" PERFORM SETZE-PROJEKTSTATUS
            WHEN "4" PERFORM DRUCKE-LISTE
            WHEN "5" PERFORM UEBERNIMM-PROJEKT-MASTER
            WHEN "0" CONTINUE
            WHEN SPACE MOVE "0" TO MENUE-WAHL
            WHEN OTHER DISPLAY "Unbekannte Auswahl."
        END-EVALUATE
    END-PERFORM.

    IF PROJEKT-GEAENDERT = "J"
        PERFORM SICHERE-PROJEKTE
        PERFORM SCHREIBE-PROJEKT-MASTER
        PERFORM SCHREIBE-GESCHLOSSEN
        DISPLAY "PROJEKT-STAMM.DAT, PROJEKT-MASTER.CFG und"
                " PROJEKT-GESCHLOSSEN.DAT zurueckgeschrieben ("
                PROJEKT-ANZAHL " Projekte)."
    ELSE
        DISPLAY "Keine Aenderungen, Projektstamm bleibt unveraendert."
    END-IF.

    GOBACK.


*> ================================================================
*> #5 Projektstamm beim Start komplett in die Tabelle laden
*> ================================================================
LADE-PROJEKTE.
    MOVE 0 TO PROJEKT-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PROJEKT-STAMM
    IF FS-PROJEKT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ PROJEKT-STAMM
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND PROJEKT-STAMM-ZEILE(1:8) NOT = SPACES
             AND PROJEKT-ANZAHL < 100
                ADD 1 TO PROJEKT-ANZAHL
                MOVE PROJEKT-STAMM-ZEILE(1:8)
                    TO PT-CODE(PROJEKT-ANZAHL)
                MOVE PROJEKT-STAMM-ZEILE TO PT-SATZ(PROJEKT-ANZAHL)
            END-IF
        END-PERFORM
        CLOSE PROJEKT-STAMM
    ELSE
        DISPLAY "HINWEIS: PROJEKT-STAMM.DAT existiert noch nicht -"
        DISPLAY "mit Auswahl 5 laesst sich PROJEKT-MASTER.CFG"
        DISPLAY "einmalig uebernehmen."
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #5.1 Geschlossene Projektcodes laden
*> ----------------------------------------------------------------
LADE-GESCHLOSSEN.
    MOVE 0 TO GESCHLOSSEN-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PROJEKT-GESCHLOSSEN
    IF FS-GESCHLOSSEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ PROJEKT-GESCHLOSSEN
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND PROJEKT-GESCHLOSSEN-ZEILE NOT = SPACES
             AND GESCHLOSSEN-ANZAHL < 200
                ADD 1 TO GESCHLOSSEN-ANZAHL
                MOVE PROJEKT-GESCHLOSSEN-ZEILE
                    TO GST-CODE(GESCHLOSSEN-ANZAHL)
            END-IF
        END-PERFORM
        CLOSE PROJEKT-GESCHLOSSEN
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #5.2 Aktive Kunden laden (Pruefung des Kundenfelds)
*> ----------------------------------------------------------------
LADE-KUNDEN.
    MOVE 0 TO KUNDEN-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KUNDEN-STAMM
    IF FS-KUNDEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KUNDEN-STAMM
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND KD-NUMMER NOT = SPACES
             AND KUNDEN-ANZAHL < 1000
                ADD 1 TO KUNDEN-ANZAHL
                MOVE KD-NUMMER TO KDT-NUMMER(KUNDEN-ANZAHL)
                MOVE KD-STATUS TO KDT-STATUS(KUNDEN-ANZAHL)
            END-IF
        END-PERFORM
        CLOSE KUNDEN-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #5.3 Bekannte Kostenstellen aus dem Mitarbeiterstamm sammeln
*> ----------------------------------------------------------------
LADE-KOSTENSTELLEN.
    MOVE 0 TO KST-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ MITARBEITER-STAMM
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND MA-ABTEILUNG NOT = SPACES
                MOVE "N" TO GEFUNDEN
                IF KST-ANZAHL > 0
                    SET KS-IDX TO 1
                    SEARCH KST-EINTRAG
                        AT END CONTINUE
                        WHEN KST-CODE(KS-IDX) = MA-ABTEILUNG
                            MOVE "J" TO GEFUNDEN
                    END-SEARCH
                END-IF
                IF GEFUNDEN = "N" AND KST-ANZAHL < 200
                    ADD 1 TO KST-ANZAHL
                    MOVE MA-ABTEILUNG TO KST-CODE(KST-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE MITARBEITER-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #5.4 Bekannte Qualifikationscodes aus QUALIFIKATIONEN.CFG
*> ----------------------------------------------------------------
*> Zeilenformat "<Vorname> <Nachname> <QualCode> <GueltigBis>" -
*> gesammelt wird nur der Code (3. Feld).
LADE-QUALIFIKATIONEN.
    MOVE 0 TO QUAL-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT QUALIFIKATIONEN
    IF FS-QUALI = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ QUALIFIKATIONEN
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND FUNCTION TRIM(QUALIFIKATIONEN-ZEILE) NOT = SPACES
                MOVE SPACES TO UEB-CODE UEB-ABT UEB-QUAL
                UNSTRING FUNCTION TRIM(QUALIFIKATIONEN-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO UEB-CODE UEB-ABT UEB-QUAL
                END-UNSTRING
                MOVE UEB-QUAL TO EING-QUAL
                PERFORM SUCHE-QUALIFIKATION
                IF GEFUNDEN = "N" AND EING-QUAL NOT = SPACES
                 AND QUAL-ANZAHL < 200
                    ADD 1 TO QUAL-ANZAHL
                    MOVE EING-QUAL TO QLT-CODE(QUAL-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE QUALIFIKATIONEN
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #5.5 Von PROJEKT-ABSCHLUSS geschlossene Projekte nachziehen
*> ----------------------------------------------------------------
*> PROJEKT-ABSCHLUSS traegt einen Code nach der Schlussrechnung
*> direkt in PROJEKT-GESCHLOSSEN.DAT ein. Steht das Projekt hier
*> noch nicht auf "geschlossen", wird das nachgeholt und
*> journalisiert - sonst ginge der Abschluss beim naechsten
*> Sichern verloren.
ZIEHE-ABSCHLUESSE-NACH.
    MOVE 0 TO CNT-NACHGEZOGEN
    PERFORM VARYING LISTE-IDX FROM 1 BY 1
            UNTIL LISTE-IDX > PROJEKT-ANZAHL
        MOVE PT-SATZ(LISTE-IDX) TO PROJEKT-RECORD
        IF NOT PROJ-ABGESCHLOSSEN
            MOVE PR-CODE TO EING-CODE
            PERFORM SUCHE-GESCHLOSSEN
            IF GEFUNDEN = "J"
                MOVE PT-SATZ(LISTE-IDX) TO VORHER-SATZ
                MOVE "G" TO PR-STATUS
                MOVE PROJEKT-RECORD TO PT-SATZ(LISTE-IDX)
                MOVE "ABSCHLUSS" TO JOURNAL-AKTION
                PERFORM SCHREIBE-JOURNAL
                ADD 1 TO CNT-NACHGEZOGEN
                MOVE "J" TO PROJEKT-GEAENDERT
            END-IF
        END-IF
    END-PERFORM.


*> ================================================================
*> #6 Tabelle und abgeleitete Dateien zurueckschreiben
*> ================================================================
SICHERE-PROJEKTE.
    OPEN OUTPUT PROJEKT-STAMM
    IF FS-PROJEKT NOT = "00"
        DISPLAY "Fehler beim Schreiben von PROJEKT-STAMM.DAT, Status="
                FS-PROJEKT
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING LISTE-IDX FROM 1 BY 1
                UNTIL LISTE-IDX > PROJEKT-ANZAHL
            MOVE PT-SATZ(LISTE-IDX) TO PROJEKT-STAMM-ZEILE
            WRITE PROJEKT-STAMM-ZEILE
        END-PERFORM
        CLOSE PROJEKT-STAMM
    END-IF.


*> ----------------------------------------------------------------
*> #6.1 PROJEKT-MASTER.CFG aus dem Stamm erzeugen
*> ----------------------------------------------------------------
*> Feldfolge wie bisher: Code, Kostenstelle, benoetigte
*> Qualifikation ("-" = keine), Kunde ("-" = keiner), Bezeichnung.
*> Geschlossene Projekte bleiben drin - der Validierer meldet
*> dafuer V161 statt V160.
SCHREIBE-PROJEKT-MASTER.
    OPEN OUTPUT PROJEKT-MASTER
    IF FS-MASTER NOT = "00"
        DISPLAY "Fehler beim Schreiben von PROJEKT-MASTER.CFG, Status="
                FS-MASTER
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING LISTE-IDX FROM 1 BY 1
                UNTIL LISTE-IDX > PROJEKT-ANZAHL
            MOVE PT-SATZ(LISTE-IDX) TO PROJEKT-RECORD
            MOVE PR-QUAL(1) TO CFG-QUAL
            IF CFG-QUAL = SPACES
                MOVE "-" TO CFG-QUAL
            END-IF
            MOVE PR-KUNDE TO CFG-KUNDE
            IF CFG-KUNDE = SPACES
                MOVE "-" TO CFG-KUNDE
            END-IF
            MOVE SPACES TO PROJEKT-MASTER-ZEILE
            STRING PR-CODE         DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   PR-KOSTENSTELLE DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   CFG-QUAL        DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   CFG-KUNDE       DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   PR-BEZEICHNUNG  DELIMITED BY SIZE
                INTO PROJEKT-MASTER-ZEILE
            END-STRING
            WRITE PROJEKT-MASTER-ZEILE
        END-PERFORM
        CLOSE PROJEKT-MASTER
    END-IF.


*> ----------------------------------------------------------------
*> #6.2 PROJEKT-GESCHLOSSEN.DAT aus dem Stamm erzeugen
*> ----------------------------------------------------------------
*> Alle Projekte mit Status "G", dazu geschlossene Codes ohne
*> Stammzeile aus der bisherigen Datei. Ein wieder geoeffnetes
*> Projekt faellt damit heraus.
SCHREIBE-GESCHLOSSEN.
    OPEN OUTPUT PROJEKT-GESCHLOSSEN
    IF FS-GESCHLOSSEN NOT = "00"
        DISPLAY "Fehler beim Schreiben von PROJEKT-GESCHLOSSEN.DAT,"
                " Status=" FS-GESCHLOSSEN
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING LISTE-IDX FROM 1 BY 1
                UNTIL LISTE-IDX > PROJEKT-ANZAHL
            MOVE PT-SATZ(LISTE-IDX) TO PROJEKT-RECORD
            IF PROJ-ABGESCHLOSSEN
                MOVE PR-CODE TO PROJEKT-GESCHLOSSEN-ZEILE
                WRITE PROJEKT-GESCHLOSSEN-ZEILE
            END-IF
        END-PERFORM
        PERFORM VARYING LISTE-IDX FROM 1 BY 1
                UNTIL LISTE-IDX > GESCHLOSSEN-ANZAHL
            MOVE GST-CODE(LISTE-IDX) TO EING-CODE
            PERFORM SUCHE-IN-TABELLE
            IF SUCH-GEFUNDEN = "N"
                MOVE GST-CODE(LISTE-IDX) TO PROJEKT-GESCHLOSSEN-ZEILE
                WRITE PROJEKT-GESCHLOSSEN-ZEILE
            END-IF
        END-PERFORM
        CLOSE PROJEKT-GESCHLOSSEN
    END-IF.


*> ================================================================
*> #7 Projektcode erfragen und in der Tabelle suchen
*> ================================================================
SUCHE-PROJEKT.
    DISPLAY "Projektcode: "
    MOVE SPACES TO EING-CODE
    ACCEPT EING-CODE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EING-CODE)) TO EING-CODE
    PERFORM SUCHE-IN-TABELLE.

SUCHE-IN-TABELLE.
    MOVE "N" TO SUCH-GEFUNDEN
    MOVE 0 TO SUCH-POSITION
    IF PROJEKT-ANZAHL > 0 AND EING-CODE NOT = SPACES
        SET PT-IDX TO 1
        SEARCH PROJEKT-EINTRAG
            AT END CONTINUE
            WHEN PT-CODE(PT-IDX) = EING-CODE
                MOVE "J" TO SUCH-GEFUNDEN
                SET SUCH-POSITION TO PT-IDX
        END-SEARCH
    END-IF.


*> ================================================================
*> #8 Neues Projekt anlegen
*> ================================================================
*> Der Code wandert als erstes Feld in PROJEKT-MASTER.CFG und auf
*> jede Buchung - er darf daher weder leer sein noch ein
*> Leerzeichen enthalten und hoechstens 8 Stellen haben.
LEGE-PROJEKT-AN.
    PERFORM SUCHE-PROJEKT
    MOVE SPACES TO CODE-TEIL-1 CODE-TEIL-2
    UNSTRING EING-CODE DELIMITED BY ALL SPACE
        INTO CODE-TEIL-1 CODE-TEIL-2
    END-UNSTRING
    EVALUATE TRUE
        WHEN EING-CODE = SPACES
            DISPLAY "Kein Projektcode eingegeben."
        WHEN CODE-TEIL-2 NOT = SPACES OR EING-CODE(9:2) NOT = SPACES
            DISPLAY "Projektcode '" FUNCTION TRIM(EING-CODE)
                    "' ungueltig (hoechstens 8 Stellen, keine"
                    " Leerzeichen)."
        WHEN SUCH-GEFUNDEN = "J"
            DISPLAY "Projekt " FUNCTION TRIM(EING-CODE)
                    " ist bereits im Stamm."
        WHEN PROJEKT-ANZAHL >= 100
            DISPLAY "Projekttabelle voll (100 Eintraege),"
                    " Anlage abgelehnt."
        WHEN OTHER
            MOVE SPACES TO PROJEKT-RECORD
            MOVE EING-CODE TO PR-CODE
            MOVE 0 TO PR-BUDGET-STUNDEN PR-BEGINN PR-ENDE
            MOVE "P" TO PR-STATUS
            MOVE SPACES TO VORHER-SATZ
            MOVE "N" TO AENDERUNG-MODUS
            PERFORM ERFRAGE-PROJEKTDATEN
            IF EINGABE-OK = "J"
                ADD 1 TO PROJEKT-ANZAHL
                MOVE PR-CODE TO PT-CODE(PROJEKT-ANZAHL)
                MOVE PROJEKT-RECORD TO PT-SATZ(PROJEKT-ANZAHL)
                MOVE "ANLAGE" TO JOURNAL-AKTION
                PERFORM SCHREIBE-JOURNAL
                MOVE "J" TO PROJEKT-GEAENDERT
                PERFORM ERMITTLE-STATUS-TEXT
                DISPLAY "Projekt angelegt (Status "
                        FUNCTION TRIM(STATUS-TEXT) ")."
            ELSE
                DISPLAY "Anlage verworfen."
            END-IF
    END-EVALUATE.


*> ================================================================
*> #9 Stammdaten eines Projekts aendern
*> ================================================================
AENDERE-PROJEKT.
    PERFORM SUCHE-PROJEKT
    IF SUCH-GEFUNDEN NOT = "J"
        DISPLAY "Projekt nicht im Stamm gefunden."
    ELSE
        MOVE PT-SATZ(SUCH-POSITION) TO PROJEKT-RECORD VORHER-SATZ
        PERFORM ZEIGE-PROJEKT
        DISPLAY "(leer = unveraendert, - = Feld leeren)"
        MOVE "J" TO AENDERUNG-MODUS
        PERFORM ERFRAGE-PROJEKTDATEN
        EVALUATE TRUE
            WHEN EINGABE-OK NOT = "J"
                DISPLAY "Aenderung verworfen."
            WHEN PROJEKT-RECORD = VORHER-SATZ
                DISPLAY "Keine Aenderung."
            WHEN OTHER
                MOVE PROJEKT-RECORD TO PT-SATZ(SUCH-POSITION)
                MOVE "AENDERUNG" TO JOURNAL-AKTION
                PERFORM SCHREIBE-JOURNAL
                MOVE "J" TO PROJEKT-GEAENDERT
                DISPLAY "Projekt geaendert."
        END-EVALUATE
    END-IF.


*> ================================================================
*> #10 Status setzen
*> ================================================================
*> P = geplant, A = aktiv, H = angehalten (der Validierer lehnt
*> Buchungen mit V165 ab), G = geschlossen (V161). Die
*> Schlussrechnung beim Schliessen erstellt weiterhin
*> PROJEKT-ABSCHLUSS; ein geschlossenes Projekt laesst sich hier
*> wieder oeffnen.
SETZE-PROJEKTSTATUS.
    PERFORM SUCHE-PROJEKT
    IF SUCH-GEFUNDEN NOT = "J"
        DISPLAY "Projekt nicht im Stamm gefunden."
        EXIT PARAGRAPH
    END-IF
    MOVE PT-SATZ(SUCH-POSITION) TO PROJEKT-RECORD VORHER-SATZ
    PERFORM ERMITTLE-STATUS-TEXT
    DISPLAY "Bisheriger Status: " FUNCTION TRIM(STATUS-TEXT)
    DISPLAY "Neuer Status (P = geplant, A = aktiv, H = angehalten,"
            " G = geschlossen): "
    MOVE SPACE TO EING-STATUS
    ACCEPT EING-STATUS
    MOVE FUNCTION UPPER-CASE(EING-STATUS) TO EING-STATUS
    IF EING-STATUS NOT = "P" AND EING-STATUS NOT = "A"
     AND EING-STATUS NOT = "H" AND EING-STATUS NOT = "G"
        DISPLAY "Unbekannter Status, nichts geaendert."
        EXIT PARAGRAPH
    END-IF
    IF EING-STATUS = PR-STATUS
     OR (EING-STATUS = "A" AND PR-STATUS = SPACE)
        DISPLAY "Status unveraendert."
        EXIT PARAGRAPH
    END-IF
    IF PROJ-ABGESCHLOSSEN
        DISPLAY "HINWEIS: Projekt wird wieder geoeffnet."
    END-IF
    IF EING-STATUS = "G"
        DISPLAY "HINWEIS: Schlussrechnung ggf. mit PROJEKT-ABSCHLUSS"
                " erstellen."
    END-IF
    IF EING-STATUS = "A" AND PR-BEGINN > HEUTE
        DISPLAY "HINWEIS: Projektbeginn " PR-BEGINN " liegt in der"
                " Zukunft - Buchungen davor werden abgelehnt."
    END-IF
    MOVE EING-STATUS TO PR-STATUS
    MOVE PROJEKT-RECORD TO PT-SATZ(SUCH-POSITION)
    MOVE "STATUS" TO JOURNAL-AKTION
    PERFORM SCHREIBE-JOURNAL
    MOVE "J" TO PROJEKT-GEAENDERT
    PERFORM ERMITTLE-STATUS-TEXT
    DISPLAY "Status gesetzt: " FUNCTION TRIM(STATUS-TEXT).


*> ================================================================
*> #11 Projektdaten erfragen (gemeinsam fuer Anlage/Aenderung)
*> ================================================================
*> Bei der Aenderung laesst eine leere Eingabe das Feld stehen,
*> "-" leert ein optionales Feld. Ein unbekannter Kunde oder ein
*> ungueltiges Datum verwirft die ganze Eingabe; eine unbekannte
*> Kostenstelle, ein unbekannter Projektleiter oder eine
*> Qualifikation, die noch niemand besitzt, gibt nur einen
*> Hinweis.
ERFRAGE-PROJEKTDATEN.
    MOVE "J" TO EINGABE-OK

    DISPLAY "Bezeichnung: "
    MOVE SPACES TO EING-TEXT
    ACCEPT EING-TEXT
    IF EING-TEXT NOT = SPACES
        MOVE EING-TEXT TO PR-BEZEICHNUNG
    END-IF

    DISPLAY "Kostenstelle/Eigner-Abteilung (leer = ALLG bzw."
            " unveraendert): "
    MOVE SPACES TO EING-KOSTENSTELLE
    ACCEPT EING-KOSTENSTELLE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EING-KOSTENSTELLE))
        TO EING-KOSTENSTELLE
    IF EING-KOSTENSTELLE NOT = SPACES
        MOVE SPACES TO CODE-TEIL-1 CODE-TEIL-2
        UNSTRING EING-KOSTENSTELLE DELIMITED BY ALL SPACE
            INTO CODE-TEIL-1 CODE-TEIL-2
        END-UNSTRING
        IF CODE-TEIL-2 NOT = SPACES
            DISPLAY "Kostenstelle darf kein Leerzeichen enthalten."
            MOVE "N" TO EINGABE-OK
        ELSE
            MOVE EING-KOSTENSTELLE TO PR-KOSTENSTELLE
            PERFORM SUCHE-KOSTENSTELLE
            IF GEFUNDEN = "N"
                DISPLAY "HINWEIS: Kostenstelle "
                        FUNCTION TRIM(EING-KOSTENSTELLE)
                        " hat keinen Mitarbeiter im Stamm."
            END-IF
        END-IF
    END-IF
    IF PR-KOSTENSTELLE = SPACES
        MOVE "ALLG" TO PR-KOSTENSTELLE
    END-IF

    DISPLAY "Kunde aus KUNDEN-STAMM.DAT (- = internes Projekt): "
    MOVE SPACES TO EING-KUNDE
    ACCEPT EING-KUNDE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EING-KUNDE)) TO EING-KUNDE
    EVALUATE TRUE
        WHEN EING-KUNDE = SPACES
            CONTINUE
        WHEN EING-KUNDE = "-"
            MOVE SPACES TO PR-KUNDE
        WHEN OTHER
            PERFORM SUCHE-KUNDE
            EVALUATE TRUE
                WHEN GEFUNDEN = "J"
                    MOVE EING-KUNDE TO PR-KUNDE
                WHEN KUNDEN-ANZAHL = 0
                    DISPLAY "HINWEIS: KUNDEN-STAMM.DAT fehlt, Kunde "
                            FUNCTION TRIM(EING-KUNDE) " ungeprueft."
                    MOVE EING-KUNDE TO PR-KUNDE
                WHEN OTHER
                    DISPLAY "Kunde " FUNCTION TRIM(EING-KUNDE)
                            " ist kein aktiver Kunde in"
                            " KUNDEN-STAMM.DAT."
                    MOVE "N" TO EINGABE-OK
            END-EVALUATE
    END-EVALUATE

    DISPLAY "Projektleiter (Kennung aus BENUTZER.CFG, - = keiner): "
    MOVE SPACES TO EING-LEITER
    ACCEPT EING-LEITER
    EVALUATE TRUE
        WHEN EING-LEITER = SPACES
            CONTINUE
        WHEN EING-LEITER = "-"
            MOVE SPACES TO PR-LEITER
        WHEN OTHER
            MOVE EING-LEITER TO PR-LEITER
            PERFORM SUCHE-BENUTZER
            IF GEFUNDEN = "N"
                DISPLAY "HINWEIS: Kennung "
                        FUNCTION TRIM(EING-LEITER)
                        " steht nicht in BENUTZER.CFG."
            END-IF
    END-EVALUATE

    DISPLAY "Budget in Stunden (0 = ohne Budget): "
    MOVE SPACES TO EING-BUDGET-RAW
    ACCEPT EING-BUDGET-RAW
    IF EING-BUDGET-RAW NOT = SPACES
        IF FUNCTION TRIM(EING-BUDGET-RAW) IS NUMERIC
            MOVE FUNCTION NUMVAL(EING-BUDGET-RAW)
                TO PR-BUDGET-STUNDEN
        ELSE
            DISPLAY "Budget '" FUNCTION TRIM(EING-BUDGET-RAW)
                    "' nicht numerisch."
            MOVE "N" TO EINGABE-OK
        END-IF
    END-IF

    DISPLAY "Projektbeginn JJJJMMTT (- = offen): "
    PERFORM ERFRAGE-DATUM
    IF EING-DATUM-RAW NOT = SPACES AND EINGABE-OK = "J"
        MOVE EING-DATUM TO PR-BEGINN
    END-IF
    DISPLAY "Projektende JJJJMMTT (- = offen): "
    PERFORM ERFRAGE-DATUM
    IF EING-DATUM-RAW NOT = SPACES AND EINGABE-OK = "J"
        MOVE EING-DATUM TO PR-ENDE
    END-IF
    IF PR-BEGINN > 0 AND PR-ENDE > 0 AND PR-ENDE < PR-BEGINN
        DISPLAY "Projektende " PR-ENDE " liegt vor dem Beginn "
                PR-BEGINN "."
        MOVE "N" TO EINGABE-OK
    END-IF

    PERFORM VARYING QUAL-IDX FROM 1 BY 1 UNTIL QUAL-IDX > 3
        PERFORM ERFRAGE-QUALIFIKATION
    END-PERFORM

    IF AENDERUNG-MODUS NOT = "J"
        DISPLAY "Status (P = geplant, A = aktiv; leer = P): "
        MOVE SPACE TO EING-STATUS
        ACCEPT EING-STATUS
        MOVE FUNCTION UPPER-CASE(EING-STATUS) TO EING-STATUS
        IF EING-STATUS = "A"
            MOVE "A" TO PR-STATUS
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #11.1 Ein Datum erfragen (leer = unveraendert, - = offen)
*> ----------------------------------------------------------------
ERFRAGE-DATUM.
    MOVE SPACES TO EING-DATUM-RAW
    ACCEPT EING-DATUM-RAW
    MOVE 0 TO EING-DATUM
    EVALUATE TRUE
        WHEN EING-DATUM-RAW = SPACES
            CONTINUE
        WHEN EING-DATUM-RAW = "-"
            MOVE 0 TO EING-DATUM
        WHEN EING-DATUM-RAW IS NUMERIC
            MOVE EING-DATUM-RAW TO EING-DATUM
            IF FUNCTION TEST-DATE-YYYYMMDD(EING-DATUM) NOT = 0
                DISPLAY "Datum " EING-DATUM-RAW " ist kein gueltiges"
                        " Kalenderdatum."
                MOVE "N" TO EINGABE-OK
            END-IF
        WHEN OTHER
            DISPLAY "Datum '" FUNCTION TRIM(EING-DATUM-RAW)
                    "' nicht im Format JJJJMMTT."
            MOVE "N" TO EINGABE-OK
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #11.2 Eine benoetigte Qualifikation erfragen
*> ----------------------------------------------------------------
ERFRAGE-QUALIFIKATION.
    DISPLAY QUAL-IDX ". benoetigte Qualifikation (QUALIFIKATIONEN.CFG,"
            " - = keine): "
    MOVE SPACES TO EING-QUAL
    ACCEPT EING-QUAL
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EING-QUAL)) TO EING-QUAL
    EVALUATE TRUE
        WHEN EING-QUAL = SPACES
            CONTINUE
        WHEN EING-QUAL = "-"
            MOVE SPACES TO PR-QUAL(QUAL-IDX)
        WHEN OTHER
            MOVE EING-QUAL TO PR-QUAL(QUAL-IDX)
            PERFORM SUCHE-QUALIFIKATION
            IF GEFUNDEN = "N"
                DISPLAY "HINWEIS: Qualifikation "
                        FUNCTION TRIM(EING-QUAL)
                        " besitzt laut QUALIFIKATIONEN.CFG niemand -"
                        " jede Buchung auf das Projekt wird abgelehnt."
            END-IF
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #11.3 Nachschlagen in den Pruefstaemmen
*> ----------------------------------------------------------------
SUCHE-KUNDE.
    MOVE "N" TO GEFUNDEN
    IF KUNDEN-ANZAHL > 0
        SET KD-IDX TO 1
        SEARCH KUNDEN-EINTRAG
            AT END CONTINUE
            WHEN KDT-NUMMER(KD-IDX) = EING-KUNDE
                IF KDT-STATUS(KD-IDX) = "A" OR KDT-STATUS(KD-IDX) = SPACE
                    MOVE "J" TO GEFUNDEN
                END-IF
        END-SEARCH
    END-IF.

SUCHE-KOSTENSTELLE.
    MOVE "N" TO GEFUNDEN
    IF KST-ANZAHL > 0
        SET KS-IDX TO 1
        SEARCH KST-EINTRAG
            AT END CONTINUE
            WHEN KST-CODE(KS-IDX) = EING-KOSTENSTELLE
                MOVE "J" TO GEFUNDEN
        END-SEARCH
    END-IF.

SUCHE-QUALIFIKATION.
    MOVE "N" TO GEFUNDEN
    IF QUAL-ANZAHL > 0
        SET QL-IDX TO 1
        SEARCH QUAL-EINTRAG
            AT END CONTINUE
            WHEN QLT-CODE(QL-IDX) = EING-QUAL
                MOVE "J" TO GEFUNDEN
        END-SEARCH
    END-IF.

SUCHE-BENUTZER.
    MOVE "N" TO GEFUNDEN
    IF BENUTZER-ANZAHL > 0
        SET BN-IDX TO 1
        SEARCH BENUTZER-EINTRAG
            AT END CONTINUE
            WHEN BNT-ID(BN-IDX) = EING-LEITER
                MOVE "J" TO GEFUNDEN
        END-SEARCH
    END-IF.

SUCHE-GESCHLOSSEN.
    MOVE "N" TO GEFUNDEN
    IF GESCHLOSSEN-ANZAHL > 0
        SET GS-IDX TO 1
        SEARCH GESCHLOSSEN-EINTRAG
            AT END CONTINUE
            WHEN GST-CODE(GS-IDX) = EING-CODE
                MOVE "J" TO GEFUNDEN
        END-SEARCH
    END-IF.


*> ================================================================
*> #12 Projekt und Liste anzeigen
*> ================================================================
ZEIGE-PROJEKT.
    PERFORM ERMITTLE-STATUS-TEXT
    DISPLAY "Projekt      : " PR-CODE " " PR-BEZEICHNUNG
    DISPLAY "Kostenstelle : " PR-KOSTENSTELLE "  Kunde: " PR-KUNDE
            "  Leiter: " PR-LEITER
    DISPLAY "Budget Std.  : " PR-BUDGET-STUNDEN
            "  Beginn: " PR-BEGINN "  Ende: " PR-ENDE
    DISPLAY "Qualifikation: " PR-QUAL(1) " " PR-QUAL(2) " "
            PR-QUAL(3)
    DISPLAY "Status       : " STATUS-TEXT.

ERMITTLE-STATUS-TEXT.
    EVALUATE TRUE
        WHEN PROJ-GEPLANT       MOVE "geplant"    TO STATUS-TEXT
        WHEN PROJ-AKTIV         MOVE "aktiv"      TO STATUS-TEXT
        WHEN PROJ-ANGEHALTEN    MOVE "angehalten" TO STATUS-TEXT
        WHEN PROJ-ABGESCHLOSSEN MOVE "geschlossen" TO STATUS-TEXT
        WHEN OTHER              MOVE "unbekannt"  TO STATUS-TEXT
    END-EVALUATE.

DRUCKE-LISTE.
    DISPLAY "Code     Bezeichnung          Kostenst.  Kunde      "
            "Status      Beginn   Ende     Budget".
    DISPLAY "--------------------------------------------".
    PERFORM VARYING LISTE-IDX FROM 1 BY 1
            UNTIL LISTE-IDX > PROJEKT-ANZAHL
        MOVE PT-SATZ(LISTE-IDX) TO PROJEKT-RECORD
        PERFORM ERMITTLE-STATUS-TEXT
        MOVE PR-BUDGET-STUNDEN TO PRINT-BUDGET
        DISPLAY PR-CODE " "
                PR-BEZEICHNUNG(1:20) " "
                PR-KOSTENSTELLE " "
                PR-KUNDE " "
                STATUS-TEXT " "
                PR-BEGINN " "
                PR-ENDE " "
                PRINT-BUDGET
    END-PERFORM
    DISPLAY "--------------------------------------------".
    DISPLAY PROJEKT-ANZAHL " Projekte.".


*> ================================================================
*> #13 Einmalige Uebernahme aus PROJEKT-MASTER.CFG
*> ================================================================
*> Code, Kostenstelle, Qualifikation ("-" = keine) und Kunde
*> ("-" = keiner) wie bisher; der Rest der Zeile wird die
*> Bezeichnung. Status aktiv, geschlossen wenn der Code in
*> PROJEKT-GESCHLOSSEN.DAT steht. Bereits vorhandene Codes werden
*> nicht doppelt angelegt - die Uebernahme bleibt wiederholbar.
UEBERNIMM-PROJEKT-MASTER.
    MOVE 0 TO CNT-UEBERNOMMEN
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PROJEKT-MASTER
    IF FS-MASTER NOT = "00"
        DISPLAY "PROJEKT-MASTER.CFG nicht gefunden, Status=" FS-MASTER
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PROJEKT-MASTER
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
         AND FUNCTION TRIM(PROJEKT-MASTER-ZEILE) NOT = SPACES
            PERFORM UEBERNIMM-PROJEKT-ZEILE
        END-IF
    END-PERFORM
    CLOSE PROJEKT-MASTER
    MOVE "N" TO EOF-FLAG
    DISPLAY "Uebernahme: " CNT-UEBERNOMMEN " Projekt(e) angelegt.".

UEBERNIMM-PROJEKT-ZEILE.
    MOVE FUNCTION TRIM(PROJEKT-MASTER-ZEILE) TO UEB-ZEILE
    MOVE SPACES TO UEB-CODE UEB-ABT UEB-QUAL UEB-KUNDE
    MOVE 1 TO UEB-ZEIGER
    UNSTRING UEB-ZEILE DELIMITED BY ALL SPACE
        INTO UEB-CODE UEB-ABT UEB-QUAL UEB-KUNDE
        WITH POINTER UEB-ZEIGER
    END-UNSTRING
    MOVE UEB-CODE TO EING-CODE
    PERFORM SUCHE-IN-TABELLE
    IF SUCH-GEFUNDEN = "J" OR UEB-CODE(9:2) NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    IF PROJEKT-ANZAHL >= 100
        DISPLAY "Projekttabelle voll (100 Eintraege), "
                FUNCTION TRIM(UEB-CODE) " nicht uebernommen."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO PROJEKT-RECORD
    MOVE UEB-CODE TO PR-CODE
    MOVE UEB-ABT  TO PR-KOSTENSTELLE
    IF PR-KOSTENSTELLE = SPACES
        MOVE "ALLG" TO PR-KOSTENSTELLE
    END-IF
    IF UEB-QUAL NOT = "-"
        MOVE UEB-QUAL TO PR-QUAL(1)
    END-IF
    IF UEB-KUNDE NOT = "-"
        MOVE UEB-KUNDE TO PR-KUNDE
    END-IF
    IF UEB-ZEIGER <= 80
        MOVE UEB-ZEILE(UEB-ZEIGER:) TO PR-BEZEICHNUNG
    END-IF
    MOVE 0 TO PR-BUDGET-STUNDEN PR-BEGINN PR-ENDE
    MOVE "A" TO PR-STATUS
    PERFORM SUCHE-GESCHLOSSEN
    IF GEFUNDEN = "J"
        MOVE "G" TO PR-STATUS
    END-IF
    ADD 1 TO PROJEKT-ANZAHL
    MOVE PR-CODE TO PT-CODE(PROJEKT-ANZAHL)
    MOVE PROJEKT-RECORD TO PT-SATZ(PROJEKT-ANZAHL)
    MOVE SPACES TO VORHER-SATZ
    MOVE "UEBERNAHME" TO JOURNAL-AKTION
    PERFORM SCHREIBE-JOURNAL
    ADD 1 TO CNT-UEBERNOMMEN
    MOVE "J" TO PROJEKT-GEAENDERT.


*> ================================================================
*> #14 Aenderung an PROJEKT-JOURNAL.LOG anhaengen
*> ================================================================
*> Vorher-Bild aus VORHER-SATZ, Nachher-Bild aus PROJEKT-RECORD.
SCHREIBE-JOURNAL.
    OPEN EXTEND PROJEKT-JOURNAL
    IF FS-JOURNAL NOT = "00"
        OPEN OUTPUT PROJEKT-JOURNAL
    END-IF
    IF FS-JOURNAL NOT = "00"
        DISPLAY "WARNUNG: PROJEKT-JOURNAL.LOG nicht beschreibbar,"
                " Status=" FS-JOURNAL
    ELSE
        MOVE SPACES TO JOURNAL-RECORD
        MOVE FUNCTION CURRENT-DATE(1:14) TO PJ-ZEITSTEMPEL
        MOVE BENUTZER-ID    TO PJ-BENUTZER
        MOVE JOURNAL-AKTION TO PJ-AKTION
        MOVE VORHER-SATZ    TO PJ-VORHER
        MOVE PROJEKT-RECORD TO PJ-NACHHER
        WRITE JOURNAL-RECORD
        CLOSE PROJEKT-JOURNAL
    END-IF.


*> ================================================================
*> #15 Operator-Anmeldung gegen BENUTZER.CFG (Rolle "D" Pflicht)
*> ================================================================
*> Nebenbei werden alle Kennungen fuer die Pruefung des
*> Projektleiters gemerkt.
ANMELDUNG.
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        DISPLAY "BENUTZER.CFG fehlt - ohne Benutzerverwaltung"
                " keine Projektpflege."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Operator-Kennung: "
    ACCEPT BENUTZER-ID
    MOVE "N" TO BENUTZER-GEFUNDEN
    MOVE "N" TO BENUTZER-EOF
    MOVE 0 TO BENUTZER-ANZAHL
    PERFORM UNTIL BENUTZER-EOF = "Y"
        READ BENUTZER-CFG
            AT END MOVE "Y" TO BENUTZER-EOF
            NOT AT END
                MOVE SPACES TO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                UNSTRING FUNCTION TRIM(BENUTZER-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                END-UNSTRING
                IF BENUTZER-CFG-ID NOT = SPACES
                 AND BENUTZER-ANZAHL < 200
                    ADD 1 TO BENUTZER-ANZAHL
                    MOVE BENUTZER-CFG-ID TO BNT-ID(BENUTZER-ANZAHL)
                END-IF
                IF BENUTZER-CFG-ID = BENUTZER-ID
                    MOVE "J" TO BENUTZER-GEFUNDEN
                    MOVE BENUTZER-CFG-ROLLEN TO BENUTZER-ROLLEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE BENUTZER-CFG

    MOVE 0 TO ROLLEN-TREFFER
    IF BENUTZER-GEFUNDEN = "J"
        INSPECT BENUTZER-ROLLEN
            TALLYING ROLLEN-TREFFER FOR ALL ROLLE-GEFORDERT
    END-IF
    IF ROLLEN-TREFFER = 0
        DISPLAY "Anmeldung abgelehnt: Kennung unbekannt oder"
                " Rolle '" ROLLE-GEFORDERT "' fehlt."
        MOVE 1 TO RETURN-CODE
    ELSE
        DISPLAY "Angemeldet: " FUNCTION TRIM(BENUTZER-ID)
    END-IF.
