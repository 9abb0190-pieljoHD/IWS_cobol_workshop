*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. STUNDENZETTEL.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Wochen-Stundenzettel fuer alle, die nicht stempeln (Buero,
*> Aussendienst): bisher kamen die Stunden per Mail ins Buero und
*> wurden dort in BUCHUNGEN-ERFASSUNG abgetippt. Jetzt meldet sich
*> der Mitarbeiter mit seiner Kennung an (BENUTZER.CFG, Zuordnung
*> ueber MA-KENNUNG wie in SELBSTAUSKUNFT), erfasst eine ganze
*> Woche je Tag und Projekt und reicht sie ein. Der im Stamm
*> hinterlegte Vorgesetzte (MA-VORGESETZTER) genehmigt die Woche
*> oder gibt sie mit Kommentar zurueck; zurueckgegebene Wochen
*> kann der Mitarbeiter neu erfassen. Erst genehmigte Wochen
*> werden ausgespielt: je Tag und Projekt ein Buchungssatz nach
*> ERFASSTE-BUCHUNGEN.DAT, Erfasser = Kennung des Mitarbeiters,
*> Gehalt = Stunden mal persoenlichem Satz (Stamm, sonst
*> STUNDENSATZ.CFG) wie bei STEMPEL-IMPORT, Geburtsdatum aus der
*> juengsten akzeptierten Buchung (fehlt sie, wird es beim
*> Einreichen abgefragt). Die Nummer vergibt die
*> NRVERGABE-Vorkorrektur des Validierers.
*> Die Erinnerungsliste zeigt, wer fuer eine Woche (Default: die
*> letzte) nichts eingereicht hat - erwartet wird ein Zettel von
*> jedem aktiven Mitarbeiter mit MA-KENNUNG, der in der Woche
*> beschaeftigt war und keinen Badge in STEMPEL-BADGES.CFG hat.
*>
*> Im Mehrfirmenbetrieb (FIRMEN-WECHSEL) spielt der Lauf nur die
*> Wochen der Mitarbeiter der aktiven Firma aus (MA-FIRMA, leer =
*> Stammfirma); die uebrigen bleiben GENEHMIGT, bis ihre Firma
*> bereitgestellt ist. In der Konzernsicht laeuft das Programm
*> nicht.
*>
*> Aufruf: stundenzettel               (Menue)
*>         stundenzettel ERINNERUNG [JJJJMMTT]
*>         (Montag der Woche; Liste STUNDENZETTEL-ERINNERUNG.RPT,
*>         RC 1 wenn Zettel fehlen oder das Datum ungueltig ist)


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT STUNDENZETTEL-DATEI
        ASSIGN TO "STUNDENZETTEL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZETTEL.

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    *> Indizierter Stamm (STAMM-INDEX); fehlt er, wird fuer jede
    *> Suche und jeden Durchlauf MITARBEITER-STAMM.DAT gelesen.
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-STAMM-INDEX.

    SELECT BADGES-CFG
        ASSIGN TO "STEMPEL-BADGES.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BADGES.

    SELECT STUNDENSATZ-CFG
        ASSIGN TO "STUNDENSATZ.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SATZ.

    SELECT ACCEPTED-BUCHUNGEN
        ASSIGN TO "ACCEPTED-BUCHUNGEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ACCEPTED.

    *> Zulaufdatei der interaktiven Ersterfassung - genehmigte
    *> Wochen reihen sich hier ein wie in URLAUBSANTRAG.
    SELECT ERFASSTE-BUCHUNGEN
        ASSIGN TO "ERFASSTE-BUCHUNGEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ERFASST.

    SELECT ERINNERUNG-BERICHT
        ASSIGN TO "STUNDENZETTEL-ERINNERUNG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

*> Je Woche ein Kopfsatz "K" und je Tag/Projekt ein
*> Positionssatz "P", beide mit Kennung und Wochenmontag.
FD STUNDENZETTEL-DATEI.
01 ZETTEL-KOPF.
    05 SZK-SATZART     PIC X(01).
        88 SZ-IST-KOPF     VALUE "K".
        88 SZ-IST-POSITION VALUE "P".
    05 FILLER          PIC X(01).
    05 SZK-KENNUNG     PIC X(08).
    05 FILLER          PIC X(01).
    05 SZK-WOCHE       PIC 9(08).
    05 FILLER          PIC X(01).
    05 SZK-STATUS      PIC X(11).
    05 FILLER          PIC X(01).
    05 SZK-VORNAME     PIC X(10).
    05 FILLER          PIC X(01).
    05 SZK-NACHNAME    PIC X(10).
    05 FILLER          PIC X(01).
    05 SZK-GEBURT      PIC 9(08).
    05 FILLER          PIC X(01).
    05 SZK-EINGEREICHT PIC 9(08).
    05 FILLER          PIC X(01).
    05 SZK-ENTSCHEIDER PIC X(08).
    05 FILLER          PIC X(01).
    05 SZK-ENTSCHIEDEN PIC 9(08).
    05 FILLER          PIC X(01).
    05 SZK-KOMMENTAR   PIC X(40).
01 ZETTEL-POSITION REDEFINES ZETTEL-KOPF.
    05 SZP-SATZART     PIC X(01).
    05 FILLER          PIC X(01).
    05 SZP-KENNUNG     PIC X(08).
    05 FILLER          PIC X(01).
    05 SZP-WOCHE       PIC 9(08).
    05 FILLER          PIC X(01).
    05 SZP-DATUM       PIC 9(08).
    05 FILLER          PIC X(01).
    05 SZP-PROJEKT     PIC X(08).
    05 FILLER          PIC X(01).
    05 SZP-STUNDEN     PIC 9(02).
    05 FILLER          PIC X(90).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD BADGES-CFG.
01 BADGES-CFG-ZEILE PIC X(60).

FD STUNDENSATZ-CFG.
01 STUNDENSATZ-CFG-ZEILE PIC X(20).

FD ACCEPTED-BUCHUNGEN.
01 ACCEPTED-RECORD.
    05 ACC-VORNAME     PIC X(10).
    05 ACC-NACHNAME    PIC X(10).
    05 FILLER          PIC X(06).
    05 ACC-DATUM       PIC X(08).
    05 FILLER          PIC X(08).
    05 ACC-GEBURT      PIC X(08).
    05 FILLER          PIC X(30).

FD ERFASSTE-BUCHUNGEN.
COPY BUCHREC.

FD ERINNERUNG-BERICHT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

*> Anmeldung - mirrors ANMELDUNG in selbstauskunft.cbl.
77 FSBEN PIC XX VALUE SPACES.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".

77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 FS-ZETTEL   PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-BADGES   PIC XX VALUE SPACES.
77 FS-SATZ     PIC XX VALUE SPACES.
77 FS-ACCEPTED PIC XX VALUE SPACES.
77 FS-ERFASST  PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 FIRMA-STUNDENSATZ PIC 9(3) VALUE 150.

*> Aktive Firma und Stammfirma aus FIRMA-AKTIV.DAT (leer =
*> einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.
01 STAMM-FIRMA  PIC X(02) VALUE SPACES.

*> Staende aus STUNDENSATZ.CFG - mirrors LOAD-STUNDENSATZ/
*> ERMITTLE-FIRMENSATZ in stundensatz_loesung.cbl.
01 FSV-ANZAHL PIC 9(2) VALUE 0.
01 FSV-TABELLE.
    05 FSV-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON FSV-ANZAHL.
        10 FSV-GUELTIG-AB PIC 9(08).
        10 FSV-SATZ       PIC 9(3).
01 FSV-DATUM-RAW PIC X(8).
01 FSV-SATZ-RAW  PIC X(8).
01 FSV-STICHTAG  PIC 9(8) VALUE 0.
01 FSV-BESTES-AB PIC 9(8).
01 FSV-SCAN-IDX  PIC 9(2).
01 FSV-VORGABE   PIC 9(3) VALUE 150.
01 FSV-EOF-FLAG  PIC X VALUE "N".

*> Gelesener Stammsatz. Die Kennung ist kein Schluessel des
*> Index: gesucht wird in einem Durchlauf (mit Index in
*> Personalnummernfolge, sonst MITARBEITER-STAMM.DAT von vorn);
*> STM-* haelt den zuletzt gelesenen Mitarbeiter.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN PIC X VALUE "N".
01 STAMM-DATEI-OFFEN PIC X VALUE "N".
01 STAMM-ENDE        PIC X VALUE "N".
01 STAMM-TREFFER     PIC X VALUE "N".
01 STAMM-SATZ.
    05 STM-KENNUNG      PIC X(08).
    05 STM-VORNAME      PIC X(10).
    05 STM-NACHNAME     PIC X(10).
    05 STM-VORGESETZTER PIC X(08).
    05 STM-SATZ         PIC 9(03).
    05 STM-EINTRITT     PIC 9(08).
    05 STM-AUSTRITT     PIC 9(08).
    05 STM-AKTIV        PIC X(01).
    05 STM-FIRMA        PIC X(02).

*> Badges: wer einen hat, stempelt und braucht keinen Zettel.
01 BG-ANZAHL PIC 9(3) VALUE 0.
01 BG-TABELLE.
    05 BG-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON BG-ANZAHL
                   INDEXED BY BG-IDX.
        10 BG-VORNAME  PIC X(10).
        10 BG-NACHNAME PIC X(10).
01 BADGE-TREFFER PIC X VALUE "N".
01 BDG-ID-RAW   PIC X(10).
01 BDG-VOR-RAW  PIC X(10).
01 BDG-NACH-RAW PIC X(10).

*> Stundenzettel komplett im Speicher, am Ende zurueckgeschrieben.
01 KOPF-ANZAHL PIC 9(4) VALUE 0.
01 KOPF-TABELLE.
    05 KOPF-EINTRAG OCCURS 1 TO 2000 TIMES
                     DEPENDING ON KOPF-ANZAHL
                     INDEXED BY KO-IDX.
        10 KT-KENNUNG     PIC X(08).
        10 KT-WOCHE       PIC 9(08).
        10 KT-STATUS      PIC X(11).
        10 KT-VORNAME     PIC X(10).
        10 KT-NACHNAME    PIC X(10).
        10 KT-GEBURT      PIC 9(08).
        10 KT-EINGEREICHT PIC 9(08).
        10 KT-ENTSCHEIDER PIC X(08).
        10 KT-ENTSCHIEDEN PIC 9(08).
        10 KT-KOMMENTAR   PIC X(40).
01 POS-ANZAHL PIC 9(5) VALUE 0.
01 POS-TABELLE.
    05 POS-EINTRAG OCCURS 1 TO 20000 TIMES
                    DEPENDING ON POS-ANZAHL.
        10 PT-KENNUNG  PIC X(08).
        10 PT-WOCHE    PIC 9(08).
        10 PT-DATUM    PIC 9(08).
        10 PT-PROJEKT  PIC X(08).
        10 PT-STUNDEN  PIC 9(02).
        10 PT-GELOESCHT PIC X(01).
01 ZETTEL-GEAENDERT PIC X VALUE "N".
01 KOPF-POSITION PIC 9(4).
01 KOPF-LAUF     PIC 9(4).
01 POS-LAUF      PIC 9(5).

01 MENUE-WAHL PIC X VALUE SPACE.

*> Eingaben der Wochenerfassung.
01 EING-WOCHE-RAW   PIC X(8).
01 EING-PROJEKT     PIC X(8).
01 EING-STUNDEN-RAW PIC X(2).
01 EING-GEBURT-RAW  PIC X(8).
01 EING-ENTSCHEID   PIC X.
01 EING-KOMMENTAR   PIC X(40).
01 EING-ENDE        PIC X.

*> Die gerade erfasste Woche, erst beim Einreichen uebernommen.
01 NEU-ANZAHL PIC 9(2) VALUE 0.
01 NEU-TABELLE.
    05 NEU-EINTRAG OCCURS 60 TIMES.
        10 NEU-DATUM   PIC 9(08).
        10 NEU-PROJEKT PIC X(08).
        10 NEU-STUNDEN PIC 9(02).
01 NEU-LAUF PIC 9(2).

01 WOCHE-MONTAG  PIC 9(8).
01 WOCHE-SONNTAG PIC 9(8).
01 HEUTE         PIC 9(8).
01 TAG-INT       PIC 9(7).
01 TAG-IDX       PIC 9(1).
01 TAG-DATUM     PIC 9(8).
01 TAG-SUMME     PIC 9(3).
01 WOCHE-SUMME   PIC 9(3).
01 WOCHENTAGE    PIC X(14) VALUE "MoDiMiDoFrSaSo".
01 WOCHENTAG-NAME PIC X(2).

*> Der angemeldete Mitarbeiter selbst, solange er seine Woche
*> erfasst.
01 EIGEN-SATZ.
    05 EIG-KENNUNG      PIC X(08).
    05 EIG-VORNAME      PIC X(10).
    05 EIG-NACHNAME     PIC X(10).
    05 EIG-VORGESETZTER PIC X(08).
    05 FILLER           PIC X(22).
01 GEBURT-GEFUNDEN PIC 9(8).
01 SATZ-W          PIC 9(3).
01 GEHALT-W        PIC 9(6)V99.

01 FMT-DATUM   PIC 9(8).
01 PRINT-DATUM PIC X(10).
01 PRINT-NAME  PIC X(21).

01 CNT-AUSGESPIELT PIC 9(4) VALUE 0.
01 CNT-ANDERE-FIRMA PIC 9(4) VALUE 0.
01 CNT-BUCHUNGEN   PIC 9(5) VALUE 0.
01 CNT-OFFEN       PIC 9(3) VALUE 0.
01 CNT-FEHLEND     PIC 9(3) VALUE 0.
01 CNT-ERWARTET    PIC 9(3) VALUE 0.
01 ZETTEL-STAND    PIC X(11).
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - STUNDENZETTEL laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-BADGES.
    PERFORM LADE-STUNDENSATZ.
    PERFORM LADE-ZETTEL.

    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) = "ERINNERUNG"
            MOVE SPACES TO EING-WOCHE-RAW
            IF WS-ARGUMENT-ANZAHL >= 2
                MOVE 2 TO WS-ARGUMENT-INDEX
                DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
                ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
                MOVE WS-ARGUMENT-WERT(1:8) TO EING-WOCHE-RAW
            END-IF
            PERFORM ERINNERUNGSLISTE
            IF CNT-FEHLEND > 0 OR WOCHE-MONTAG = 0
                MOVE 1 TO RETURN-CODE
            END-IF
            PERFORM SCHLIESSE-STAMM
            GOBACK
        END-IF
    END-IF.

    DISPLAY "=============================================".
    DISPLAY "Stundenzettel (STUNDENZETTEL.DAT)".
    DISPLAY "Wochen geladen: " KOPF-ANZAHL.
    DISPLAY "=============================================".

    PERFORM UNTIL MENUE-WAHL = "0"
        DISPLAY " "
        DISPLAY "  1 = Woche erfassen und einreichen"
        DISPLAY "  2 = Eingereichte Wochen entscheiden (Vorgesetzte)"
        DISPLAY "  3 = Genehmigte Wochen als Buchungen ausspielen"
        DISPLAY "  4 = Erinnerungsliste (nicht eingereicht)"
        DISPLAY "  0 = Beenden"
        DISPLAY "Auswahl: "
        MOVE SPACE TO MENUE-WAHL
        ACCEPT MENUE-WAHL

        EVALUATE MENUE-WAHL
            WHEN "1" PERFORM ERFASSE-WOCHE
            WHEN "2" PERFORM ENTSCHEIDE-WOCHEN
            WHEN "3" PERFORM SPIELE-GENEHMIGTE-AUS
            WHEN "4"
                DISPLAY "Woche ab Montag (JJJJMMTT, leer = letzte"
                        " Woche): "
                MOVE SPACES TO EING-WOCHE-RAW
                ACCEPT EING-WOCHE-RAW
                PERFORM ERINNERUNGSLISTE
            WHEN "0" CONTINUE
            WHEN SPACE MOVE "0" TO MENUE-WAHL
            WHEN OTHER DISPLAY "Unbekannte Auswahl."
        END-EVALUATE
    END-PERFORM.

    IF ZETTEL-GEAENDERT = "J"
        PERFORM SICHERE-ZETTEL
        DISPLAY "STUNDENZETTEL.DAT zurueckgeschrieben ("
                KOPF-ANZAHL " Wochen)."
    ELSE
        DISPLAY "Keine Aenderungen."
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ================================================================
*> #5 Woche erfassen und einreichen (Mitarbeiter)
*> ================================================================
ERFASSE-WOCHE.
    PERFORM ANMELDUNG
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM SUCHE-KENNUNG
    IF STAMM-TREFFER NOT = "J"
        DISPLAY "Fuer Kennung " FUNCTION TRIM(BENUTZER-ID)
                " ist kein aktiver Mitarbeiter hinterlegt (MA-KENNUNG"
                " in STAMM-PFLEGE pflegen)."
        EXIT PARAGRAPH
    END-IF
    MOVE STAMM-SATZ TO EIGEN-SATZ
    DISPLAY "Stundenzettel fuer "
            FUNCTION TRIM(EIG-VORNAME) " "
            FUNCTION TRIM(EIG-NACHNAME) "."

    DISPLAY "Woche ab Montag (JJJJMMTT, leer = letzte Woche): "
    MOVE SPACES TO EING-WOCHE-RAW
    ACCEPT EING-WOCHE-RAW
    PERFORM BESTIMME-WOCHE
    IF WOCHE-MONTAG = 0
        EXIT PARAGRAPH
    END-IF

    *> Schon eingereicht/entschieden?
    MOVE EIG-KENNUNG TO BENUTZER-ID
    PERFORM SUCHE-KOPF
    IF KOPF-POSITION > 0
        EVALUATE KT-STATUS(KOPF-POSITION)
            WHEN "GENEHMIGT"
            WHEN "AUSGESPIELT"
                DISPLAY "Woche ist schon genehmigt - keine Aenderung"
                        " mehr moeglich."
                EXIT PARAGRAPH
            WHEN "ZURUECK"
                DISPLAY "Zurueckgegeben von "
                        FUNCTION TRIM(KT-ENTSCHEIDER(KOPF-POSITION))
                        ": " FUNCTION TRIM(KT-KOMMENTAR(KOPF-POSITION))
                DISPLAY "Woche bitte vollstaendig neu erfassen."
            WHEN OTHER
                DISPLAY "Woche ist schon eingereicht - Neuerfassung"
                        " ersetzt den eingereichten Stand."
        END-EVALUATE
    END-IF

    MOVE 0 TO NEU-ANZAHL WOCHE-SUMME
    PERFORM VARYING TAG-IDX FROM 1 BY 1 UNTIL TAG-IDX > 7
        PERFORM ERFASSE-TAG
    END-PERFORM

    IF WOCHE-SUMME = 0
        DISPLAY "Keine Stunden erfasst - nichts eingereicht."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "--------------------------------------------"
    DISPLAY "Summe der Woche: " WOCHE-SUMME " Stunden in " NEU-ANZAHL
            " Position(en)."
    DISPLAY "Einreichen? (J/N): "
    ACCEPT EING-ENTSCHEID
    IF EING-ENTSCHEID NOT = "J" AND EING-ENTSCHEID NOT = "j"
        DISPLAY "Nicht eingereicht."
        EXIT PARAGRAPH
    END-IF
    PERFORM REICHE-WOCHE-EIN.


*> ----------------------------------------------------------------
*> #5.1 Einen Tag erfassen: Projekt/Stunden bis Leereingabe
*> ----------------------------------------------------------------
ERFASSE-TAG.
    COMPUTE TAG-DATUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WOCHE-MONTAG) + TAG-IDX - 1)
    MOVE WOCHENTAGE(TAG-IDX * 2 - 1:2) TO WOCHENTAG-NAME
    MOVE TAG-DATUM TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    DISPLAY WOCHENTAG-NAME " " PRINT-DATUM
    MOVE 0 TO TAG-SUMME
    MOVE "N" TO EING-ENDE
    PERFORM UNTIL EING-ENDE = "J"
        DISPLAY "  Projekt (- = ohne Projekt, leer = naechster Tag): "
        MOVE SPACES TO EING-PROJEKT
        ACCEPT EING-PROJEKT
        IF EING-PROJEKT = SPACES
            MOVE "J" TO EING-ENDE
        ELSE
            DISPLAY "  Stunden: "
            MOVE SPACES TO EING-STUNDEN-RAW
            ACCEPT EING-STUNDEN-RAW
            PERFORM UEBERNIMM-POSITION
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.2 Eingegebene Position pruefen und merken
*> ----------------------------------------------------------------
UEBERNIMM-POSITION.
    IF FUNCTION TRIM(EING-STUNDEN-RAW) IS NOT NUMERIC
        DISPLAY "  -> Stunden nicht numerisch, Position verworfen."
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(EING-STUNDEN-RAW) = 0
        DISPLAY "  -> 0 Stunden, Position verworfen."
        EXIT PARAGRAPH
    END-IF
    IF TAG-SUMME + FUNCTION NUMVAL(EING-STUNDEN-RAW) > 24
        DISPLAY "  -> mehr als 24 Stunden am Tag, Position verworfen."
        EXIT PARAGRAPH
    END-IF
    IF NEU-ANZAHL >= 60
        DISPLAY "  -> mehr als 60 Positionen je Woche, Position"
                " verworfen."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO NEU-ANZAHL
    MOVE TAG-DATUM TO NEU-DATUM(NEU-ANZAHL)
    MOVE FUNCTION UPPER-CASE(EING-PROJEKT) TO NEU-PROJEKT(NEU-ANZAHL)
    IF NEU-PROJEKT(NEU-ANZAHL) = "-"
        MOVE SPACES TO NEU-PROJEKT(NEU-ANZAHL)
    END-IF
    MOVE FUNCTION NUMVAL(EING-STUNDEN-RAW) TO NEU-STUNDEN(NEU-ANZAHL)
    ADD NEU-STUNDEN(NEU-ANZAHL) TO TAG-SUMME WOCHE-SUMME.


*> ----------------------------------------------------------------
*> #5.3 Erfasste Woche als EINGEREICHT uebernehmen
*> ----------------------------------------------------------------
REICHE-WOCHE-EIN.
    IF KOPF-POSITION = 0
        IF KOPF-ANZAHL >= 2000
            DISPLAY "Zetteltabelle voll (2000), nicht eingereicht."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO KOPF-ANZAHL
        MOVE KOPF-ANZAHL TO KOPF-POSITION
        MOVE EIG-KENNUNG TO KT-KENNUNG(KOPF-POSITION)
        MOVE WOCHE-MONTAG TO KT-WOCHE(KOPF-POSITION)
        MOVE 0 TO KT-GEBURT(KOPF-POSITION)
    END-IF
    IF POS-ANZAHL + NEU-ANZAHL > 20000
        DISPLAY "Positionstabelle voll, nicht eingereicht."
        EXIT PARAGRAPH
    END-IF

    *> Geburtsdatum fuer den Validierer.
    IF KT-GEBURT(KOPF-POSITION) = 0
        PERFORM SUCHE-GEBURTSDATUM
        MOVE GEBURT-GEFUNDEN TO KT-GEBURT(KOPF-POSITION)
    END-IF
    PERFORM UNTIL KT-GEBURT(KOPF-POSITION) NOT = 0
        DISPLAY "Geburtsdatum (JJJJMMTT, einmalig fuer die"
                " Buchungen): "
        MOVE SPACES TO EING-GEBURT-RAW
        ACCEPT EING-GEBURT-RAW
        IF EING-GEBURT-RAW IS NUMERIC AND EING-GEBURT-RAW > "19000000"
            MOVE EING-GEBURT-RAW TO KT-GEBURT(KOPF-POSITION)
        ELSE
            DISPLAY "  -> Datum JJJJMMTT erwartet."
        END-IF
    END-PERFORM

    MOVE "EINGEREICHT" TO KT-STATUS(KOPF-POSITION)
    MOVE EIG-VORNAME  TO KT-VORNAME(KOPF-POSITION)
    MOVE EIG-NACHNAME TO KT-NACHNAME(KOPF-POSITION)
    MOVE HEUTE  TO KT-EINGEREICHT(KOPF-POSITION)
    MOVE SPACES TO KT-ENTSCHEIDER(KOPF-POSITION)
    MOVE 0      TO KT-ENTSCHIEDEN(KOPF-POSITION)

    *> Alten Stand der Woche verwerfen, neuen anhaengen.
    PERFORM VARYING POS-LAUF FROM 1 BY 1 UNTIL POS-LAUF > POS-ANZAHL
        IF PT-KENNUNG(POS-LAUF) = KT-KENNUNG(KOPF-POSITION)
         AND PT-WOCHE(POS-LAUF) = WOCHE-MONTAG
            MOVE "J" TO PT-GELOESCHT(POS-LAUF)
        END-IF
    END-PERFORM
    PERFORM VARYING NEU-LAUF FROM 1 BY 1 UNTIL NEU-LAUF > NEU-ANZAHL
        ADD 1 TO POS-ANZAHL
        MOVE KT-KENNUNG(KOPF-POSITION) TO PT-KENNUNG(POS-ANZAHL)
        MOVE WOCHE-MONTAG           TO PT-WOCHE(POS-ANZAHL)
        MOVE NEU-DATUM(NEU-LAUF)    TO PT-DATUM(POS-ANZAHL)
        MOVE NEU-PROJEKT(NEU-LAUF)  TO PT-PROJEKT(POS-ANZAHL)
        MOVE NEU-STUNDEN(NEU-LAUF)  TO PT-STUNDEN(POS-ANZAHL)
        MOVE "N"                    TO PT-GELOESCHT(POS-ANZAHL)
    END-PERFORM
    MOVE "J" TO ZETTEL-GEAENDERT
    IF EIG-VORGESETZTER = SPACES
        DISPLAY "Woche eingereicht. HINWEIS: kein Vorgesetzter im"
                " Stamm (MA-VORGESETZTER) - bitte im Buero melden."
    ELSE
        DISPLAY "Woche eingereicht, zur Genehmigung bei "
                FUNCTION TRIM(EIG-VORGESETZTER) "."
    END-IF.


*> ----------------------------------------------------------------
*> #5.4 Juengstes Geburtsdatum aus ACCEPTED-BUCHUNGEN.DAT
*> ----------------------------------------------------------------
SUCHE-GEBURTSDATUM.
    MOVE 0 TO GEBURT-GEFUNDEN
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCEPTED-BUCHUNGEN
    IF FS-ACCEPTED = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ACCEPTED-BUCHUNGEN
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF ACC-VORNAME = EIG-VORNAME
                     AND ACC-NACHNAME = EIG-NACHNAME
                     AND ACC-GEBURT IS NUMERIC
                     AND ACC-GEBURT NOT = "00000000"
                        MOVE ACC-GEBURT TO GEBURT-GEFUNDEN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCEPTED-BUCHUNGEN
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #6 Eingereichte Wochen entscheiden (Vorgesetzte)
*> ================================================================
*> Entscheiden darf nur, wer beim Mitarbeiter als MA-VORGESETZTER
*> eingetragen ist.
ENTSCHEIDE-WOCHEN.
    PERFORM ANMELDUNG
    IF RETURN-CODE NOT = 0
        MOVE 0 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO CNT-OFFEN
    PERFORM VARYING KOPF-LAUF FROM 1 BY 1 UNTIL KOPF-LAUF > KOPF-ANZAHL
        IF KT-STATUS(KOPF-LAUF) = "EINGEREICHT"
            MOVE KT-KENNUNG(KOPF-LAUF) TO BENUTZER-CFG-ID
            PERFORM SUCHE-KENNUNG-CFG-ID
            IF STAMM-TREFFER = "J"
                IF STM-VORGESETZTER = BENUTZER-ID
                 AND KT-KENNUNG(KOPF-LAUF) NOT = BENUTZER-ID
                    ADD 1 TO CNT-OFFEN
                    MOVE KOPF-LAUF TO KOPF-POSITION
                    PERFORM ENTSCHEIDE-EINE-WOCHE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF CNT-OFFEN = 0
        DISPLAY "Keine eingereichten Wochen fuer "
                FUNCTION TRIM(BENUTZER-ID) "."
    END-IF.


*> ----------------------------------------------------------------
*> #6.1 Eine Woche zeigen und entscheiden
*> ----------------------------------------------------------------
ENTSCHEIDE-EINE-WOCHE.
    MOVE KT-WOCHE(KOPF-POSITION) TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    DISPLAY "--------------------------------------------"
    DISPLAY FUNCTION TRIM(KT-VORNAME(KOPF-POSITION)) " "
            FUNCTION TRIM(KT-NACHNAME(KOPF-POSITION))
            ", Woche ab " PRINT-DATUM
    MOVE 0 TO WOCHE-SUMME
    PERFORM VARYING POS-LAUF FROM 1 BY 1 UNTIL POS-LAUF > POS-ANZAHL
        IF PT-KENNUNG(POS-LAUF) = KT-KENNUNG(KOPF-POSITION)
         AND PT-WOCHE(POS-LAUF) = KT-WOCHE(KOPF-POSITION)
         AND PT-GELOESCHT(POS-LAUF) NOT = "J"
            COMPUTE TAG-IDX = FUNCTION INTEGER-OF-DATE(PT-DATUM(POS-LAUF))
                            - FUNCTION INTEGER-OF-DATE(
                                  KT-WOCHE(KOPF-POSITION)) + 1
            MOVE WOCHENTAGE(TAG-IDX * 2 - 1:2) TO WOCHENTAG-NAME
            MOVE PT-DATUM(POS-LAUF) TO FMT-DATUM
            PERFORM FORMATIERE-DATUM
            DISPLAY "  " WOCHENTAG-NAME " " PRINT-DATUM "  "
                    PT-PROJEKT(POS-LAUF) "  " PT-STUNDEN(POS-LAUF)
                    " Std"
            ADD PT-STUNDEN(POS-LAUF) TO WOCHE-SUMME
        END-IF
    END-PERFORM
    DISPLAY "  Summe: " WOCHE-SUMME " Std"
    DISPLAY "  Genehmigen (G), Zurueckgeben (Z), Ueberspringen (U)? "
    ACCEPT EING-ENTSCHEID
    EVALUATE EING-ENTSCHEID
        WHEN "G"
        WHEN "g"
            MOVE "GENEHMIGT" TO KT-STATUS(KOPF-POSITION)
            MOVE BENUTZER-ID TO KT-ENTSCHEIDER(KOPF-POSITION)
            MOVE HEUTE TO KT-ENTSCHIEDEN(KOPF-POSITION)
            MOVE SPACES TO KT-KOMMENTAR(KOPF-POSITION)
            MOVE "J" TO ZETTEL-GEAENDERT
            DISPLAY "  Woche genehmigt."
        WHEN "Z"
        WHEN "z"
            MOVE SPACES TO EING-KOMMENTAR
            PERFORM UNTIL EING-KOMMENTAR NOT = SPACES
                DISPLAY "  Kommentar fuer den Mitarbeiter: "
                ACCEPT EING-KOMMENTAR
            END-PERFORM
            MOVE "ZURUECK" TO KT-STATUS(KOPF-POSITION)
            MOVE BENUTZER-ID TO KT-ENTSCHEIDER(KOPF-POSITION)
            MOVE HEUTE TO KT-ENTSCHIEDEN(KOPF-POSITION)
            MOVE EING-KOMMENTAR TO KT-KOMMENTAR(KOPF-POSITION)
            MOVE "J" TO ZETTEL-GEAENDERT
            DISPLAY "  Woche zurueckgegeben."
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ================================================================
*> #7 Genehmigte Wochen als Buchungen ausspielen
*> ================================================================
*> Je Tag und Projekt ein Arbeitssatz; danach steht die Woche auf
*> AUSGESPIELT und wird nicht erneut ausgespielt. Wochen von
*> Mitarbeitern einer anderen Firma bleiben GENEHMIGT - in deren
*> Buchungen wuerde der Validierer sie abweisen (V114).
SPIELE-GENEHMIGTE-AUS.
    MOVE 0 TO CNT-AUSGESPIELT CNT-BUCHUNGEN CNT-ANDERE-FIRMA
    OPEN EXTEND ERFASSTE-BUCHUNGEN
    IF FS-ERFASST NOT = "00"
        OPEN OUTPUT ERFASSTE-BUCHUNGEN
    END-IF
    IF FS-ERFASST NOT = "00"
        DISPLAY "Fehler beim Oeffnen ERFASSTE-BUCHUNGEN.DAT,"
                " Status=" FS-ERFASST
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING KOPF-LAUF FROM 1 BY 1 UNTIL KOPF-LAUF > KOPF-ANZAHL
        IF KT-STATUS(KOPF-LAUF) = "GENEHMIGT"
            MOVE KOPF-LAUF TO KOPF-POSITION
            PERFORM SPIELE-WOCHE-AUS
        END-IF
    END-PERFORM

    CLOSE ERFASSTE-BUCHUNGEN
    DISPLAY CNT-AUSGESPIELT " Woche(n) mit " CNT-BUCHUNGEN
            " Buchung(en) nach ERFASSTE-BUCHUNGEN.DAT ausgespielt."
    IF CNT-ANDERE-FIRMA > 0
        DISPLAY CNT-ANDERE-FIRMA " Woche(n) anderer Firmen bleiben"
                " GENEHMIGT - in deren Firma ausspielen."
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Eine genehmigte Woche ausspielen
*> ----------------------------------------------------------------
SPIELE-WOCHE-AUS.
    *> Satz wie STEMPEL-IMPORT: persoenlich, sonst Firmensatz im
    *> Stand des jeweiligen Tages.
    MOVE 0 TO SATZ-W
    MOVE KT-KENNUNG(KOPF-POSITION) TO BENUTZER-CFG-ID
    PERFORM SUCHE-KENNUNG-CFG-ID
    *> Mehrfirmenbetrieb: nur Mitarbeiter der aktiven Firma; wer
    *> nicht im Stamm steht, laesst sich keiner Firma zuordnen.
    IF AKTIVE-FIRMA NOT = SPACES
        IF STAMM-TREFFER NOT = "J" OR STM-FIRMA NOT = AKTIVE-FIRMA
            ADD 1 TO CNT-ANDERE-FIRMA
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF STAMM-TREFFER = "J"
        IF STM-SATZ > 0
            MOVE STM-SATZ TO SATZ-W
        END-IF
    END-IF
    PERFORM VARYING POS-LAUF FROM 1 BY 1 UNTIL POS-LAUF > POS-ANZAHL
        IF PT-KENNUNG(POS-LAUF) = KT-KENNUNG(KOPF-POSITION)
         AND PT-WOCHE(POS-LAUF) = KT-WOCHE(KOPF-POSITION)
         AND PT-GELOESCHT(POS-LAUF) NOT = "J"
            IF SATZ-W > 0
                COMPUTE GEHALT-W = PT-STUNDEN(POS-LAUF) * SATZ-W
            ELSE
                MOVE PT-DATUM(POS-LAUF) TO FSV-STICHTAG
                PERFORM ERMITTLE-FIRMENSATZ
                COMPUTE GEHALT-W =
                    PT-STUNDEN(POS-LAUF) * FIRMA-STUNDENSATZ
            END-IF
            MOVE SPACES TO BUCHUNGS-RECORD
            MOVE KT-VORNAME(KOPF-POSITION)  TO BR-VORNAME
            MOVE KT-NACHNAME(KOPF-POSITION) TO BR-NACHNAME
            MOVE PT-STUNDEN(POS-LAUF)       TO BR-STUNDEN
            MOVE SPACES                     TO BR-BUCHUNGS-NR
            MOVE PT-DATUM(POS-LAUF)         TO BR-DATUM
            MOVE GEHALT-W                   TO BR-GEHALT
            MOVE KT-GEBURT(KOPF-POSITION)   TO BR-GEBURTSDATUM
            MOVE PT-PROJEKT(POS-LAUF)       TO BR-PROJEKT
            MOVE KT-KENNUNG(KOPF-POSITION)  TO BR-ERFASSER
            WRITE BUCHUNGS-RECORD
            ADD 1 TO CNT-BUCHUNGEN
        END-IF
    END-PERFORM
    MOVE "AUSGESPIELT" TO KT-STATUS(KOPF-POSITION)
    MOVE "J" TO ZETTEL-GEAENDERT
    ADD 1 TO CNT-AUSGESPIELT.


*> ================================================================
*> #8 Erinnerungsliste: wer hat fuer die Woche nichts eingereicht?
*> ================================================================
ERINNERUNGSLISTE.
    PERFORM BESTIMME-WOCHE
    IF WOCHE-MONTAG = 0
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT ERINNERUNG-BERICHT
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von"
                " STUNDENZETTEL-ERINNERUNG.RPT, Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO CNT-FEHLEND CNT-ERWARTET
    MOVE WOCHE-MONTAG TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING "Stundenzettel-Erinnerung, Woche ab " PRINT-DATUM
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE
    MOVE "Name                  Kennung  Vorgesetzter Stand" TO MELDUNG
    PERFORM MELDE

    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE = "J"
            EXIT PERFORM
        END-IF
        IF STM-KENNUNG = SPACES OR STM-AKTIV NOT = "J"
         OR STM-EINTRITT > WOCHE-SONNTAG
         OR (STM-AUSTRITT NOT = 0 AND STM-AUSTRITT < WOCHE-MONTAG)
            EXIT PERFORM CYCLE
        END-IF
        PERFORM SUCHE-BADGE
        IF BADGE-TREFFER = "J"
            EXIT PERFORM CYCLE
        END-IF
        ADD 1 TO CNT-ERWARTET
        MOVE STM-KENNUNG TO BENUTZER-ID
        PERFORM SUCHE-KOPF
        MOVE "FEHLT" TO ZETTEL-STAND
        IF KOPF-POSITION > 0
            MOVE KT-STATUS(KOPF-POSITION) TO ZETTEL-STAND
        END-IF
        IF ZETTEL-STAND = "FEHLT" OR ZETTEL-STAND = "ZURUECK"
            ADD 1 TO CNT-FEHLEND
            MOVE SPACES TO PRINT-NAME
            STRING FUNCTION TRIM(STM-NACHNAME) ", "
                   FUNCTION TRIM(STM-VORNAME)
                DELIMITED BY SIZE INTO PRINT-NAME
            END-STRING
            MOVE SPACES TO MELDUNG
            STRING PRINT-NAME " " STM-KENNUNG " "
                   STM-VORGESETZTER "     " ZETTEL-STAND
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE
    MOVE SPACES TO MELDUNG
    STRING CNT-FEHLEND " von " CNT-ERWARTET
           " erwarteten Stundenzetteln fehlen oder sind zurueckgegeben."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    CLOSE ERINNERUNG-BERICHT
    DISPLAY "Liste geschrieben: STUNDENZETTEL-ERINNERUNG.RPT".


*> ================================================================
*> #9 Hilfsroutinen
*> ================================================================
*> Wochenmontag aus EING-WOCHE-RAW (leer = letzte Woche);
*> WOCHE-MONTAG 0 bei ungueltiger Eingabe.
BESTIMME-WOCHE.
    MOVE 0 TO WOCHE-MONTAG
    IF EING-WOCHE-RAW = SPACES
        COMPUTE TAG-INT = FUNCTION INTEGER-OF-DATE(HEUTE)
        COMPUTE TAG-INT = TAG-INT - FUNCTION MOD(TAG-INT - 1, 7) - 7
        COMPUTE WOCHE-MONTAG = FUNCTION DATE-OF-INTEGER(TAG-INT)
    ELSE
        IF EING-WOCHE-RAW IS NOT NUMERIC
            DISPLAY "Datum JJJJMMTT erwartet."
            EXIT PARAGRAPH
        END-IF
        MOVE EING-WOCHE-RAW TO TAG-DATUM
        IF FUNCTION TEST-DATE-YYYYMMDD(TAG-DATUM) NOT = 0
            DISPLAY "Datum ungueltig."
            EXIT PARAGRAPH
        END-IF
        COMPUTE TAG-INT = FUNCTION INTEGER-OF-DATE(TAG-DATUM)
        IF FUNCTION MOD(TAG-INT - 1, 7) NOT = 0
            DISPLAY "Datum ist kein Montag."
            EXIT PARAGRAPH
        END-IF
        MOVE TAG-DATUM TO WOCHE-MONTAG
    END-IF
    COMPUTE WOCHE-SONNTAG = FUNCTION DATE-OF-INTEGER(TAG-INT + 6).


*> ----------------------------------------------------------------
*> #9.1 Kopf der Woche WOCHE-MONTAG fuer BENUTZER-ID suchen
*> ----------------------------------------------------------------
SUCHE-KOPF.
    MOVE 0 TO KOPF-POSITION
    IF KOPF-ANZAHL > 0
        SET KO-IDX TO 1
        SEARCH KOPF-EINTRAG
            AT END CONTINUE
            WHEN KT-KENNUNG(KO-IDX) = BENUTZER-ID
             AND KT-WOCHE(KO-IDX) = WOCHE-MONTAG
                SET KOPF-POSITION TO KO-IDX
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #9.2 Aktiven Mitarbeiter zur Kennung suchen (STAMM-TREFFER)
*> ----------------------------------------------------------------
SUCHE-KENNUNG.
    MOVE BENUTZER-ID TO BENUTZER-CFG-ID
    PERFORM SUCHE-KENNUNG-CFG-ID
    IF STAMM-TREFFER = "J"
        IF STM-AKTIV NOT = "J"
            MOVE "N" TO STAMM-TREFFER
        END-IF
    END-IF.

*> Wie zuvor die Tabellensuche: der erste Satz mit der Kennung
*> zaehlt, STM-* traegt dann diesen Mitarbeiter.
SUCHE-KENNUNG-CFG-ID.
    MOVE "N" TO STAMM-TREFFER
    IF BENUTZER-CFG-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND STM-KENNUNG = BENUTZER-CFG-ID
            MOVE "J" TO STAMM-TREFFER
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #9.2.1 Hat der Mitarbeiter in STM-* einen Badge?
*> ----------------------------------------------------------------
SUCHE-BADGE.
    MOVE "N" TO BADGE-TREFFER
    IF BG-ANZAHL > 0
        SET BG-IDX TO 1
        SEARCH BG-EINTRAG
            AT END CONTINUE
            WHEN BG-VORNAME(BG-IDX)  = STM-VORNAME
             AND BG-NACHNAME(BG-IDX) = STM-NACHNAME
                MOVE "J" TO BADGE-TREFFER
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #9.3 Datum JJJJMMTT als TT.MM.JJJJ
*> ----------------------------------------------------------------
FORMATIERE-DATUM.
    MOVE SPACES TO PRINT-DATUM
    STRING FMT-DATUM(7:2) "." FMT-DATUM(5:2) "." FMT-DATUM(1:4)
        DELIMITED BY SIZE INTO PRINT-DATUM
    END-STRING.


*> ----------------------------------------------------------------
*> #9.4 Zeile auf Konsole und in die Erinnerungsliste
*> ----------------------------------------------------------------
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> Anmeldung: Kennung muss in BENUTZER.CFG stehen
*> ================================================================
*> Mirrors ANMELDUNG in selbstauskunft.cbl - ohne
*> Benutzerverwaltung kein Stundenzettel.
ANMELDUNG.
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        DISPLAY "BENUTZER.CFG fehlt - ohne Benutzerverwaltung"
                " keine Stundenzettel."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Eigene Kennung: "
    MOVE SPACES TO BENUTZER-ID
    ACCEPT BENUTZER-ID
    MOVE "N" TO BENUTZER-GEFUNDEN
    MOVE "N" TO BENUTZER-EOF
    PERFORM UNTIL BENUTZER-EOF = "Y"
        READ BENUTZER-CFG
            AT END MOVE "Y" TO BENUTZER-EOF
            NOT AT END
                MOVE SPACES TO BENUTZER-CFG-ID
                UNSTRING FUNCTION TRIM(BENUTZER-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO BENUTZER-CFG-ID
                END-UNSTRING
                IF BENUTZER-CFG-ID = BENUTZER-ID
                 AND BENUTZER-ID NOT = SPACES
                    MOVE "J" TO BENUTZER-GEFUNDEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE BENUTZER-CFG
    IF BENUTZER-GEFUNDEN NOT = "J"
        DISPLAY "Kennung unbekannt."
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ================================================================
*> #10 Dateien laden und sichern
*> ================================================================
*> Der Stamm wird nicht mehr in eine Tabelle geladen: mit Index
*> (STAMM-INDEX) wird fuer jede Suche in Personalnummernfolge
*> gelesen, sonst MITARBEITER-STAMM.DAT je Suche von vorn.
*> Mirrors OEFFNE-STAMM in lohn_rechner.cbl.
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
    END-IF
    IF STAMM-ENDE NOT = "J"
        PERFORM UEBERNIMM-STAMMSATZ
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
*> #10.0.5 Gelesenen Stammsatz nach STM-* uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-STAMMSATZ.
    MOVE MA-KENNUNG      TO STM-KENNUNG
    MOVE MA-VORNAME      TO STM-VORNAME
    MOVE MA-NACHNAME     TO STM-NACHNAME
    MOVE MA-VORGESETZTER TO STM-VORGESETZTER
    MOVE MA-STUNDENSATZ  TO STM-SATZ
    MOVE MA-EINTRITT     TO STM-EINTRITT
    MOVE MA-AUSTRITT     TO STM-AUSTRITT
    MOVE "N"             TO STM-AKTIV
    IF MA-IST-AKTIV
        MOVE "J" TO STM-AKTIV
    END-IF
    IF MA-FIRMA = SPACES
        MOVE STAMM-FIRMA TO STM-FIRMA
    ELSE
        MOVE MA-FIRMA TO STM-FIRMA
    END-IF.


*> ----------------------------------------------------------------
*> #10.1 Badge-Inhaber merken (STEMPEL-BADGES.CFG)
*> ----------------------------------------------------------------
*> Mirrors LADE-BADGES in personal_checkliste.cbl.
LADE-BADGES.
    MOVE 0 TO BG-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BADGES-CFG
    IF FS-BADGES = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ BADGES-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    MOVE SPACES TO BDG-ID-RAW BDG-VOR-RAW BDG-NACH-RAW
                    UNSTRING FUNCTION TRIM(BADGES-CFG-ZEILE)
                        DELIMITED BY ALL SPACE
                        INTO BDG-ID-RAW BDG-VOR-RAW BDG-NACH-RAW
                    END-UNSTRING
                    IF BDG-NACH-RAW NOT = SPACES AND BG-ANZAHL < 200
                        ADD 1 TO BG-ANZAHL
                        MOVE BDG-VOR-RAW  TO BG-VORNAME(BG-ANZAHL)
                        MOVE BDG-NACH-RAW TO BG-NACHNAME(BG-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BADGES-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #10.2 Firmen-Stundensatz laden
*> ----------------------------------------------------------------
*> Mirrors LADE-STUNDENSATZ in stempel_import.cbl.
LADE-STUNDENSATZ.
    MOVE 0 TO FSV-ANZAHL
    MOVE "N" TO FSV-EOF-FLAG
    OPEN INPUT STUNDENSATZ-CFG
    IF FS-SATZ = "00"
        PERFORM UNTIL FSV-EOF-FLAG = "Y"
            READ STUNDENSATZ-CFG
                AT END MOVE "Y" TO FSV-EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-FIRMENSATZ-STAND
            END-READ
        END-PERFORM
        CLOSE STUNDENSATZ-CFG
    END-IF
    PERFORM ERMITTLE-FIRMENSATZ.


*> ----------------------------------------------------------------
*> #10.2.1 Eine Zeile der STUNDENSATZ.CFG als Stand uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-FIRMENSATZ-STAND.
    IF STUNDENSATZ-CFG-ZEILE = SPACES OR FSV-ANZAHL >= 50
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FSV-DATUM-RAW FSV-SATZ-RAW
    UNSTRING FUNCTION TRIM(STUNDENSATZ-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO FSV-DATUM-RAW FSV-SATZ-RAW
    END-UNSTRING
    *> Bisheriges Format: nur der Satz, gilt seit jeher.
    IF FSV-SATZ-RAW = SPACES
        MOVE FSV-DATUM-RAW TO FSV-SATZ-RAW
        MOVE ZEROS TO FSV-DATUM-RAW
    END-IF
    IF FSV-DATUM-RAW IS NUMERIC
     AND FUNCTION TRIM(FSV-SATZ-RAW) IS NUMERIC
        ADD 1 TO FSV-ANZAHL
        MOVE FSV-DATUM-RAW TO FSV-GUELTIG-AB(FSV-ANZAHL)
        MOVE FUNCTION TRIM(FSV-SATZ-RAW) TO FSV-SATZ(FSV-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #10.2.2 Am Stichtag gueltigen Firmensatz ermitteln
*> ----------------------------------------------------------------
ERMITTLE-FIRMENSATZ.
    IF FSV-STICHTAG IS NOT NUMERIC OR FSV-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO FSV-STICHTAG
    END-IF
    MOVE FSV-VORGABE TO FIRMA-STUNDENSATZ
    MOVE 0 TO FSV-BESTES-AB
    PERFORM VARYING FSV-SCAN-IDX FROM 1 BY 1
            UNTIL FSV-SCAN-IDX > FSV-ANZAHL
        IF FSV-GUELTIG-AB(FSV-SCAN-IDX) <= FSV-STICHTAG
         AND FSV-GUELTIG-AB(FSV-SCAN-IDX) >= FSV-BESTES-AB
            MOVE FSV-GUELTIG-AB(FSV-SCAN-IDX) TO FSV-BESTES-AB
            MOVE FSV-SATZ(FSV-SCAN-IDX) TO FIRMA-STUNDENSATZ
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #10.3 Stundenzettel laden
*> ----------------------------------------------------------------
LADE-ZETTEL.
    MOVE 0 TO KOPF-ANZAHL POS-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT STUNDENZETTEL-DATEI
    IF FS-ZETTEL = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ STUNDENZETTEL-DATEI
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    EVALUATE TRUE
                        WHEN SZ-IST-KOPF AND KOPF-ANZAHL < 2000
                            PERFORM UEBERNIMM-KOPF
                        WHEN SZ-IST-POSITION AND POS-ANZAHL < 20000
                            ADD 1 TO POS-ANZAHL
                            MOVE SZP-KENNUNG TO PT-KENNUNG(POS-ANZAHL)
                            MOVE SZP-WOCHE   TO PT-WOCHE(POS-ANZAHL)
                            MOVE SZP-DATUM   TO PT-DATUM(POS-ANZAHL)
                            MOVE SZP-PROJEKT TO PT-PROJEKT(POS-ANZAHL)
                            MOVE SZP-STUNDEN TO PT-STUNDEN(POS-ANZAHL)
                            MOVE "N" TO PT-GELOESCHT(POS-ANZAHL)
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE STUNDENZETTEL-DATEI
    END-IF
    MOVE "N" TO EOF-FLAG.

UEBERNIMM-KOPF.
    ADD 1 TO KOPF-ANZAHL
    MOVE SZK-KENNUNG     TO KT-KENNUNG(KOPF-ANZAHL)
    MOVE SZK-WOCHE       TO KT-WOCHE(KOPF-ANZAHL)
    MOVE SZK-STATUS      TO KT-STATUS(KOPF-ANZAHL)
    MOVE SZK-VORNAME     TO KT-VORNAME(KOPF-ANZAHL)
    MOVE SZK-NACHNAME    TO KT-NACHNAME(KOPF-ANZAHL)
    MOVE SZK-GEBURT      TO KT-GEBURT(KOPF-ANZAHL)
    MOVE SZK-EINGEREICHT TO KT-EINGEREICHT(KOPF-ANZAHL)
    MOVE SZK-ENTSCHEIDER TO KT-ENTSCHEIDER(KOPF-ANZAHL)
    MOVE SZK-ENTSCHIEDEN TO KT-ENTSCHIEDEN(KOPF-ANZAHL)
    MOVE SZK-KOMMENTAR   TO KT-KOMMENTAR(KOPF-ANZAHL).


*> ----------------------------------------------------------------
*> #10.4 Stundenzettel komplett zurueckschreiben
*> ----------------------------------------------------------------
*> Je Woche der Kopf, direkt dahinter ihre Positionen.
SICHERE-ZETTEL.
    OPEN OUTPUT STUNDENZETTEL-DATEI
    IF FS-ZETTEL NOT = "00"
        DISPLAY "Fehler beim Schreiben von STUNDENZETTEL.DAT,"
                " Status=" FS-ZETTEL
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING KOPF-LAUF FROM 1 BY 1 UNTIL KOPF-LAUF > KOPF-ANZAHL
        MOVE SPACES TO ZETTEL-KOPF
        MOVE "K"                        TO SZK-SATZART
        MOVE KT-KENNUNG(KOPF-LAUF)      TO SZK-KENNUNG
        MOVE KT-WOCHE(KOPF-LAUF)        TO SZK-WOCHE
        MOVE KT-STATUS(KOPF-LAUF)       TO SZK-STATUS
        MOVE KT-VORNAME(KOPF-LAUF)      TO SZK-VORNAME
        MOVE KT-NACHNAME(KOPF-LAUF)     TO SZK-NACHNAME
        MOVE KT-GEBURT(KOPF-LAUF)       TO SZK-GEBURT
        MOVE KT-EINGEREICHT(KOPF-LAUF)  TO SZK-EINGEREICHT
        MOVE KT-ENTSCHEIDER(KOPF-LAUF)  TO SZK-ENTSCHEIDER
        MOVE KT-ENTSCHIEDEN(KOPF-LAUF)  TO SZK-ENTSCHIEDEN
        MOVE KT-KOMMENTAR(KOPF-LAUF)    TO SZK-KOMMENTAR
        WRITE ZETTEL-KOPF
        PERFORM VARYING POS-LAUF FROM 1 BY 1
                UNTIL POS-LAUF > POS-ANZAHL
            IF PT-KENNUNG(POS-LAUF) = KT-KENNUNG(KOPF-LAUF)
             AND PT-WOCHE(POS-LAUF) = KT-WOCHE(KOPF-LAUF)
             AND PT-GELOESCHT(POS-LAUF) NOT = "J"
                MOVE SPACES TO ZETTEL-POSITION
                MOVE "P"                  TO SZP-SATZART
                MOVE PT-KENNUNG(POS-LAUF) TO SZP-KENNUNG
                MOVE PT-WOCHE(POS-LAUF)   TO SZP-WOCHE
                MOVE PT-DATUM(POS-LAUF)   TO SZP-DATUM
                MOVE PT-PROJEKT(POS-LAUF) TO SZP-PROJEKT
                MOVE PT-STUNDEN(POS-LAUF) TO SZP-STUNDEN
                WRITE ZETTEL-POSITION
            END-IF
        END-PERFORM
    END-PERFORM
    CLOSE STUNDENZETTEL-DATEI.


*> ================================================================
*> #11 Aktive Firma lesen (Konzernsicht = "**")
*> ================================================================
*> Mirrors PRUEFE-FIRMA-AKTIV in lohn_rechner.cbl.
PRUEFE-FIRMA-AKTIV.
    MOVE SPACES TO AKTIVE-FIRMA STAMM-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-FIRMA-AKTIV = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END
                MOVE FA-FIRMA      TO AKTIVE-FIRMA
                MOVE FA-STAMMFIRMA TO STAMM-FIRMA
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.
