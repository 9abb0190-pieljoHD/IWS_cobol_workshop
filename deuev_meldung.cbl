*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. DEUEV-MELDUNG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Meldelauf zur Sozialversicherung (DEUEV) - bisher hat die
*> Personalabteilung An- und Abmeldungen von Hand im Portal der
*> Krankenkasse erfasst und dabei auch mal eine Frist verpasst.
*> Der Lauf hat drei Teile:
*>   1. Ereignisse erkennen: Vergleich des Mitarbeiterstamms mit
*>      dem Stand des letzten Laufs (DEUEV-STAND.DAT). Neuer
*>      Eintritt -> Anmeldung (Grund 10), Austritt -> Abmeldung
*>      (30), Wechsel der Krankenkasse -> Abmeldung (31) bei der
*>      alten und Anmeldung (11) bei der neuen Kasse, Wechsel der
*>      Beschaeftigungsart -> Abmeldung (32) und Anmeldung (12).
*>      Wechsel gelten ab dem Lauftag (der Stamm kennt kein
*>      Aenderungsdatum). Ab Januar kommt je Mitarbeiter, der am
*>      31.12. des Vorjahres beschaeftigt war, die Jahresmeldung
*>      (50) hinzu. Der erste Lauf nimmt nur den Stand auf und
*>      meldet Eintritte/Austritte der letzten sechs Wochen; die
*>      Jahresmeldungen des Vorjahres gelten dann als von Hand
*>      erledigt (Status H).
*>   2. Meldungen erzeugen nach DEUEV-MELDUNG-<JJJJMMTT>.DAT, eine
*>      Zeile je Meldung: Grund, Kasse, Personalnummer, Name,
*>      Zeitraum, Personengruppe und Beitragsgruppe (aus der
*>      Beschaeftigungsart) und bei Ab- und Jahresmeldungen das
*>      beitragspflichtige Entgelt in vollen Euro aus den
*>      Monatszeilen von LOHNKONTO.DAT. Eine Abmeldung wird erst
*>      nach dem Austrittstag erzeugt (dann ist das Entgelt
*>      vollstaendig); ohne Krankenkasse im Stamm bleibt die
*>      Meldung offen.
*>   3. Meldeprotokoll DEUEV-MELDELOG.DAT: jedes Ereignis steht
*>      dort genau einmal, offen (O), gemeldet (G, mit Meldetag)
*>      storniert (S, Austritt zurueckgenommen) oder vor dem ersten
*>      Lauf von Hand erledigt (H). Offene
*>      Meldungen nach Ablauf der Frist (sechs Wochen nach dem
*>      Ereignis, Jahresmeldung bis 15.02.) werden als
*>      UEBERFAELLIG gelistet (RC 1), verspaetet erzeugte als
*>      VERSPAETET.
*> Absender-Betriebsnummer aus FIRMA.CFG (Schluessel BETRIEBSNR).
*> Protokoll auf Konsole und in DEUEV-MELDUNG.RPT.


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

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
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

    *> Meldungsrelevante Stammfelder beim letzten Lauf.
    SELECT DEUEV-STAND
        ASSIGN TO "DEUEV-STAND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAND.

    SELECT MELDELOG
        ASSIGN TO "DEUEV-MELDELOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MELDELOG.

    SELECT LOHNKONTO
        ASSIGN TO "LOHNKONTO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LOHNKONTO.

    SELECT FIRMA-CFG
        ASSIGN TO "FIRMA.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    SELECT MELDE-DATEI
        ASSIGN TO MELDE-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MELDUNG.

    SELECT DEUEV-REPORT
        ASSIGN TO "DEUEV-MELDUNG.RPT"
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

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD DEUEV-STAND.
01 STAND-RECORD.
    05 DS-PERSONALNR PIC 9(05).
    05 FILLER        PIC X(01).
    05 DS-VORNAME    PIC X(10).
    05 FILLER        PIC X(01).
    05 DS-NACHNAME   PIC X(10).
    05 FILLER        PIC X(01).
    05 DS-EINTRITT   PIC 9(08).
    05 FILLER        PIC X(01).
    05 DS-AUSTRITT   PIC 9(08).
    05 FILLER        PIC X(01).
    05 DS-KASSE      PIC X(08).
    05 FILLER        PIC X(01).
    05 DS-ART        PIC X(01).

FD MELDELOG.
01 MELDELOG-RECORD.
    05 ML-GRUND      PIC X(02).
    05 FILLER        PIC X(01).
    05 ML-PERSONALNR PIC 9(05).
    05 FILLER        PIC X(01).
    05 ML-VORNAME    PIC X(10).
    05 FILLER        PIC X(01).
    05 ML-NACHNAME   PIC X(10).
    05 FILLER        PIC X(01).
    05 ML-KASSE      PIC X(08).
    05 FILLER        PIC X(01).
    *> Ereignistag: Beginn (10-12), letzter Tag (30-32), 31.12. (50)
    05 ML-DATUM      PIC 9(08).
    05 FILLER        PIC X(01).
    05 ML-FRIST      PIC 9(08).
    05 FILLER        PIC X(01).
    05 ML-STATUS     PIC X(01).
    05 FILLER        PIC X(01).
    05 ML-GEMELDET   PIC 9(08).
    05 FILLER        PIC X(01).
    05 ML-VON        PIC 9(08).
    05 FILLER        PIC X(01).
    05 ML-ENTGELT    PIC 9(09).
    05 FILLER        PIC X(01).
    05 ML-PGR        PIC X(03).
    05 FILLER        PIC X(01).
    05 ML-BGR        PIC X(04).

*> Mirrors LOHNKONTO-RECORD in lohnkonto.cbl.
FD LOHNKONTO.
01 LOHNKONTO-RECORD.
    05 LK-JAHR     PIC 9(4).
    05 FILLER      PIC X(01).
    05 LK-VORNAME  PIC X(10).
    05 FILLER      PIC X(01).
    05 LK-NACHNAME PIC X(10).
    05 FILLER      PIC X(01).
    05 LK-BRUTTO   PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-STEUER   PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-ABGABEN  PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-NETTO    PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-MONAT    PIC X(02).
    05 FILLER      PIC X(01).
    05 LK-SOLI     PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-KIST     PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-KONFESSION PIC X(02).
    05 FILLER      PIC X(01).
    05 LK-EINMAL   PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-SACHBEZUG PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-KUG      PIC 9(9)V99.

FD FIRMA-CFG.
01 FIRMA-CFG-ZEILE PIC X(80).

FD MELDE-DATEI.
01 MELDE-ZEILE PIC X(100).

FD DEUEV-REPORT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-STAMM     PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-STAND     PIC XX VALUE SPACES.
77 FS-MELDELOG  PIC XX VALUE SPACES.
77 FS-LOHNKONTO PIC XX VALUE SPACES.
77 FS-FIRMA     PIC XX VALUE SPACES.
77 FS-MELDUNG   PIC XX VALUE SPACES.
77 FS-REPORT    PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

01 HEUTE        PIC 9(8).
01 HEUTE-INT    PIC 9(8).
01 GESTERN      PIC 9(8).
01 HEUTE-JAHR   PIC 9(4).
01 VORJAHR      PIC 9(4).
01 ERSTLAUF     PIC X VALUE "N".
01 MELDE-DATEINAME PIC X(40).
01 MELDE-DATEI-OFFEN PIC X VALUE "N".

*> Absender aus FIRMA.CFG - mirrors LADE-FIRMA-CFG in
*> lastschrift_einzug.cbl.
01 FIRMA-NAME    PIC X(60) VALUE SPACES.
01 BETRIEBSNR    PIC X(15) VALUE SPACES.
01 FC-ZEILE      PIC X(80).
01 FC-SCHLUESSEL PIC X(20).
01 FC-WERT       PIC X(80).
01 FC-ZEIGER     PIC 9(3).
01 FC-ZEILEN-NR  PIC 9(3).

*> Aktueller Stamm. Mit Index wird per Schluessel bzw. in
*> Schluesselfolge gelesen (STAMM-INDEX-OFFEN = "J"), sonst
*> MITARBEITER-STAMM.DAT je Durchlauf bzw. Suche von vorn; ST-*
*> haelt die meldungsrelevanten Felder des zuletzt gelesenen
*> Mitarbeiters.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN     PIC X VALUE "N".
01 STAMM-DATEI-OFFEN     PIC X VALUE "N".
01 STAMM-ENDE            PIC X VALUE "N".
01 STAMM-TREFFER         PIC X VALUE "N".
01 STAMM-SUCH-PERSONALNR PIC 9(05).
01 STAMM-SUCH-VORNAME    PIC X(10).
01 STAMM-SUCH-NACHNAME   PIC X(10).
01 STAMM-SATZ.
    05 ST-PERSONALNR PIC 9(05).
    05 ST-VORNAME    PIC X(10).
    05 ST-NACHNAME   PIC X(10).
    05 ST-EINTRITT   PIC 9(08).
    05 ST-AUSTRITT   PIC 9(08).
    05 ST-KASSE      PIC X(08).
    05 ST-ART        PIC X(01).

*> Stand des letzten Laufs.
01 STAND-ANZAHL PIC 9(3) VALUE 0.
01 STAND-TABELLE.
    05 STAND-EINTRAG OCCURS 1 TO 500 TIMES
                      DEPENDING ON STAND-ANZAHL
                      INDEXED BY SN-IDX.
        10 SN-PERSONALNR PIC 9(05).
        10 SN-VORNAME    PIC X(10).
        10 SN-NACHNAME   PIC X(10).
        10 SN-EINTRITT   PIC 9(08).
        10 SN-AUSTRITT   PIC 9(08).
        10 SN-KASSE      PIC X(08).
        10 SN-ART        PIC X(01).

*> Meldeprotokoll.
01 LOG-ANZAHL PIC 9(4) VALUE 0.
01 LOG-TABELLE.
    05 LOG-EINTRAG OCCURS 1 TO 5000 TIMES
                    DEPENDING ON LOG-ANZAHL
                    INDEXED BY LG-IDX.
        10 LGT-GRUND      PIC X(02).
        10 LGT-PERSONALNR PIC 9(05).
        10 LGT-VORNAME    PIC X(10).
        10 LGT-NACHNAME   PIC X(10).
        10 LGT-KASSE      PIC X(08).
        10 LGT-DATUM      PIC 9(08).
        10 LGT-FRIST      PIC 9(08).
        10 LGT-STATUS     PIC X(01).
            88 LGT-OFFEN      VALUE "O".
            88 LGT-GEMELDET   VALUE "G".
            88 LGT-STORNIERT  VALUE "S".
            88 LGT-VON-HAND   VALUE "H".
        10 LGT-GEMELDET-AM PIC 9(08).
        10 LGT-VON        PIC 9(08).
        10 LGT-ENTGELT    PIC 9(09).
        10 LGT-PGR        PIC X(03).
        10 LGT-BGR        PIC X(04).
01 LOG-UEBERLAUF PIC X VALUE "N".

*> Ein neues Ereignis.
01 EV-GRUND    PIC X(02).
01 EV-DATUM    PIC 9(08).
01 EV-KASSE    PIC X(08).
01 EV-ART      PIC X(01).
01 EV-GEFUNDEN PIC X.

01 LAUF-IDX   PIC 9(4).
01 SUCH-IDX   PIC 9(4).
01 STAND-POS  PIC 9(3).
01 DATUM-INT  PIC 9(8).
01 DATUM-PRUEF PIC 9(8).
01 DATUM-OK   PIC X.
01 MELDE-VON  PIC 9(8).
01 MELDE-JAHR PIC 9(4).
01 MELDE-KASSE PIC X(8).
01 ENTGELT-SUMME PIC 9(9)V99.
01 VON-MONAT  PIC 99.
01 BIS-MONAT  PIC 99.
01 GRUND-TEXT PIC X(36).

01 MELDE-SATZ.
    05 MS-GRUND      PIC X(02).
    05 FILLER        PIC X(01).
    05 MS-KASSE      PIC X(08).
    05 FILLER        PIC X(01).
    05 MS-PERSONALNR PIC 9(05).
    05 FILLER        PIC X(01).
    05 MS-NACHNAME   PIC X(10).
    05 FILLER        PIC X(01).
    05 MS-VORNAME    PIC X(10).
    05 FILLER        PIC X(01).
    05 MS-VON        PIC 9(08).
    05 FILLER        PIC X(01).
    05 MS-BIS        PIC 9(08).
    05 FILLER        PIC X(01).
    05 MS-PGR        PIC X(03).
    05 FILLER        PIC X(01).
    05 MS-BGR        PIC X(04).
    05 FILLER        PIC X(01).
    05 MS-ENTGELT    PIC 9(09).

01 CNT-EREIGNISSE  PIC 9(4) VALUE 0.
01 CNT-GEMELDET    PIC 9(4) VALUE 0.
01 CNT-VORGEMERKT  PIC 9(4) VALUE 0.
01 CNT-UEBERFAELLIG PIC 9(4) VALUE 0.
01 CNT-VERSPAETET  PIC 9(4) VALUE 0.
01 PRINT-ENTGELT   PIC ZZZ,ZZZ,ZZ9.
01 MELDUNG PIC X(100).

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - DEUEV-MELDUNG laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE.
    MOVE HEUTE(1:4) TO HEUTE-JAHR.
    COMPUTE VORJAHR = HEUTE-JAHR - 1.
    COMPUTE HEUTE-INT = FUNCTION INTEGER-OF-DATE(HEUTE).
    COMPUTE GESTERN = FUNCTION DATE-OF-INTEGER(HEUTE-INT - 1).

    PERFORM OEFFNE-STAMM.
    IF FS-STAMM NOT = "00"
        DISPLAY "MITARBEITER-STAMM.DAT nicht vorhanden - erst"
                " STAMM-PFLEGE laufen lassen."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LADE-STAND.
    PERFORM LADE-MELDELOG.
    IF LOG-UEBERLAUF = "J"
        DISPLAY "FEHLER: DEUEV-MELDELOG.DAT hat mehr als 5000"
                " Zeilen - Lauf abgebrochen."
        PERFORM SCHLIESSE-STAMM
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LADE-FIRMA-CFG.

    OPEN OUTPUT DEUEV-REPORT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von DEUEV-MELDUNG.RPT,"
                " Status=" FS-REPORT
        PERFORM SCHLIESSE-STAMM
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SPACES TO MELDUNG
    STRING "DEUEV-Meldelauf " HEUTE
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF ERSTLAUF = "J"
        MOVE "Erstlauf: Stand wird aufgenommen, gemeldet werden nur"
          & " Ein-/Austritte der letzten sechs Wochen." TO MELDUNG
        PERFORM MELDE
    END-IF.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    *> Teil 1: Ereignisse erkennen
    PERFORM STARTE-STAMM-DURCHLAUF.
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND ST-VORNAME NOT = SPACES
            PERFORM PRUEFE-MITARBEITER
        END-IF
    END-PERFORM.
    PERFORM BEENDE-STAMM-DURCHLAUF.
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > STAND-ANZAHL
        PERFORM PRUEFE-ENTFERNT
    END-PERFORM.
    PERFORM STARTE-STAMM-DURCHLAUF.
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND ST-VORNAME NOT = SPACES
            PERFORM PRUEFE-JAHRESMELDUNG
        END-IF
    END-PERFORM.
    PERFORM BEENDE-STAMM-DURCHLAUF.

    *> Teil 2: offene Meldungen erzeugen
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > LOG-ANZAHL
        IF LGT-OFFEN(LAUF-IDX)
            PERFORM ERZEUGE-MELDUNG
        END-IF
    END-PERFORM.
    IF MELDE-DATEI-OFFEN = "J"
        CLOSE MELDE-DATEI
    END-IF.

    *> Teil 3: Fristen
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > LOG-ANZAHL
        IF LGT-OFFEN(LAUF-IDX) AND LGT-FRIST(LAUF-IDX) < HEUTE
            PERFORM MELDE-UEBERFAELLIG
        END-IF
    END-PERFORM.

    PERFORM SICHERE-MELDELOG.
    PERFORM SICHERE-STAND.
    PERFORM SCHLIESSE-STAMM.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Ereignisse: " CNT-EREIGNISSE
           ", Meldungen: " CNT-GEMELDET
           ", vorgemerkt: " CNT-VORGEMERKT
           ", ueberfaellig: " CNT-UEBERFAELLIG
           ", verspaetet: " CNT-VERSPAETET
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-GEMELDET > 0
        MOVE SPACES TO MELDUNG
        STRING "Meldungen in " FUNCTION TRIM(MELDE-DATEINAME)
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.
    CLOSE DEUEV-REPORT.
    IF CNT-UEBERFAELLIG > 0
        MOVE 1 TO RETURN-CODE
    END-IF.
    GOBACK.


*> ================================================================
*> #5 Ereignisse eines Mitarbeiters erkennen
*> ================================================================
PRUEFE-MITARBEITER.
    PERFORM SUCHE-STAND
    IF STAND-POS = 0
        *> Neu im Stamm
        IF ST-EINTRITT > 0
            MOVE ST-EINTRITT TO DATUM-PRUEF
            PERFORM PRUEFE-ERSTLAUF-FENSTER
            IF DATUM-OK = "J"
                MOVE "10" TO EV-GRUND
                MOVE ST-EINTRITT TO EV-DATUM
                MOVE SPACES TO EV-KASSE
                MOVE ST-ART TO EV-ART
                PERFORM NEUES-EREIGNIS
            END-IF
        ELSE
            MOVE SPACES TO MELDUNG
            STRING "  HINWEIS: " FUNCTION TRIM(ST-VORNAME)
                   " " FUNCTION TRIM(ST-NACHNAME)
                   " ohne Eintrittsdatum - keine Anmeldung moeglich."
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
        IF ST-AUSTRITT > 0
            MOVE ST-AUSTRITT TO DATUM-PRUEF
            PERFORM PRUEFE-ERSTLAUF-FENSTER
            IF DATUM-OK = "J"
                MOVE "30" TO EV-GRUND
                MOVE ST-AUSTRITT TO EV-DATUM
                MOVE SPACES TO EV-KASSE
                MOVE ST-ART TO EV-ART
                PERFORM NEUES-EREIGNIS
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF

    *> Eintritt nachgetragen oder Wiedereintritt nach Austritt
    IF ST-EINTRITT NOT = SN-EINTRITT(STAND-POS)
        IF SN-EINTRITT(STAND-POS) = 0
         OR (SN-AUSTRITT(STAND-POS) > 0
             AND ST-EINTRITT > SN-AUSTRITT(STAND-POS))
            MOVE "10" TO EV-GRUND
            MOVE ST-EINTRITT TO EV-DATUM
            MOVE SPACES TO EV-KASSE
            MOVE ST-ART TO EV-ART
            PERFORM NEUES-EREIGNIS
        ELSE
            MOVE SPACES TO MELDUNG
            STRING "  HINWEIS: Eintrittsdatum "
                   FUNCTION TRIM(ST-NACHNAME)
                   " geaendert " SN-EINTRITT(STAND-POS) " -> "
                   ST-EINTRITT
                   " - gemeldete Anmeldung von Hand stornieren."
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-IF

    *> Austritt eingetragen, geaendert oder zurueckgenommen
    IF ST-AUSTRITT NOT = SN-AUSTRITT(STAND-POS)
        IF SN-AUSTRITT(STAND-POS) > 0
            PERFORM STORNIERE-ABMELDUNG
        END-IF
        IF ST-AUSTRITT > 0
            MOVE "30" TO EV-GRUND
            MOVE ST-AUSTRITT TO EV-DATUM
            MOVE SPACES TO EV-KASSE
            MOVE ST-ART TO EV-ART
            PERFORM NEUES-EREIGNIS
        END-IF
    END-IF

    *> Wechsel nur fuer laufende Beschaeftigungen
    IF ST-AUSTRITT > 0
     AND ST-AUSTRITT < HEUTE
        EXIT PARAGRAPH
    END-IF
    IF ST-EINTRITT = 0
     OR ST-EINTRITT > HEUTE
        EXIT PARAGRAPH
    END-IF

    IF ST-KASSE NOT = SN-KASSE(STAND-POS)
     AND SN-KASSE(STAND-POS) NOT = SPACES
     AND ST-KASSE NOT = SPACES
        MOVE "31" TO EV-GRUND
        MOVE GESTERN TO EV-DATUM
        MOVE SN-KASSE(STAND-POS) TO EV-KASSE
        MOVE SN-ART(STAND-POS) TO EV-ART
        PERFORM NEUES-EREIGNIS
        MOVE "11" TO EV-GRUND
        MOVE HEUTE TO EV-DATUM
        MOVE ST-KASSE TO EV-KASSE
        MOVE ST-ART TO EV-ART
        PERFORM NEUES-EREIGNIS
    END-IF

    IF ST-ART NOT = SN-ART(STAND-POS)
        MOVE "32" TO EV-GRUND
        MOVE GESTERN TO EV-DATUM
        MOVE SPACES TO EV-KASSE
        MOVE SN-ART(STAND-POS) TO EV-ART
        PERFORM NEUES-EREIGNIS
        MOVE "12" TO EV-GRUND
        MOVE HEUTE TO EV-DATUM
        MOVE SPACES TO EV-KASSE
        MOVE ST-ART TO EV-ART
        PERFORM NEUES-EREIGNIS
    END-IF.


*> ----------------------------------------------------------------
*> #5.1 Erstlauf: nur Ereignisse der letzten sechs Wochen
*> ----------------------------------------------------------------
PRUEFE-ERSTLAUF-FENSTER.
    MOVE "J" TO DATUM-OK
    IF ERSTLAUF NOT = "J"
        EXIT PARAGRAPH
    END-IF
    PERFORM PRUEFE-DATUM
    IF DATUM-INT = 0 OR DATUM-INT + 42 < HEUTE-INT
        MOVE "N" TO DATUM-OK
    END-IF.


*> ----------------------------------------------------------------
*> #5.2 DATUM-PRUEF in Tagesnummer wandeln (0 = ungueltig)
*> ----------------------------------------------------------------
PRUEFE-DATUM.
    MOVE 0 TO DATUM-INT
    IF DATUM-PRUEF(5:2) >= "01" AND DATUM-PRUEF(5:2) <= "12"
     AND DATUM-PRUEF(7:2) >= "01" AND DATUM-PRUEF(7:2) <= "31"
     AND DATUM-PRUEF(1:4) >= "1900"
        COMPUTE DATUM-INT = FUNCTION INTEGER-OF-DATE(DATUM-PRUEF)
    END-IF.


*> ----------------------------------------------------------------
*> #5.3 Zurueckgenommenen / geaenderten Austritt stornieren
*> ----------------------------------------------------------------
STORNIERE-ABMELDUNG.
    PERFORM VARYING SUCH-IDX FROM 1 BY 1
            UNTIL SUCH-IDX > LOG-ANZAHL
        IF LGT-GRUND(SUCH-IDX) = "30"
         AND LGT-DATUM(SUCH-IDX) = SN-AUSTRITT(STAND-POS)
         AND LGT-NACHNAME(SUCH-IDX) = ST-NACHNAME
         AND LGT-VORNAME(SUCH-IDX)  = ST-VORNAME
            EVALUATE TRUE
                WHEN LGT-OFFEN(SUCH-IDX)
                    MOVE "S" TO LGT-STATUS(SUCH-IDX)
                    MOVE HEUTE TO LGT-GEMELDET-AM(SUCH-IDX)
                    MOVE SPACES TO MELDUNG
                    STRING "  STORNIERT: vorgemerkte Abmeldung "
                           FUNCTION TRIM(ST-NACHNAME)
                           " zum " SN-AUSTRITT(STAND-POS)
                        DELIMITED BY SIZE INTO MELDUNG
                    END-STRING
                    PERFORM MELDE
                WHEN LGT-GEMELDET(SUCH-IDX)
                    MOVE SPACES TO MELDUNG
                    STRING "  HINWEIS: Abmeldung "
                           FUNCTION TRIM(ST-NACHNAME)
                           " zum " SN-AUSTRITT(STAND-POS)
                           " ist bereits gemeldet - bei der Kasse"
                           " stornieren."
                        DELIMITED BY SIZE INTO MELDUNG
                    END-STRING
                    PERFORM MELDE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.4 Aus dem Stamm entfernt ohne Austritt
*> ----------------------------------------------------------------
PRUEFE-ENTFERNT.
    MOVE SN-PERSONALNR(LAUF-IDX) TO STAMM-SUCH-PERSONALNR
    MOVE SN-VORNAME(LAUF-IDX)    TO STAMM-SUCH-VORNAME
    MOVE SN-NACHNAME(LAUF-IDX)   TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM
    IF STAMM-TREFFER NOT = "J" AND SN-AUSTRITT(LAUF-IDX) = 0
        MOVE SPACES TO MELDUNG
        STRING "  HINWEIS: " FUNCTION TRIM(SN-VORNAME(LAUF-IDX))
               " " FUNCTION TRIM(SN-NACHNAME(LAUF-IDX))
               " aus dem Stamm entfernt ohne Austrittsdatum -"
               " Abmeldung pruefen."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #5.5 Jahresmeldung fuer das Vorjahr
*> ----------------------------------------------------------------
PRUEFE-JAHRESMELDUNG.
    IF ST-EINTRITT = 0
     OR ST-EINTRITT > VORJAHR * 10000 + 1231
        EXIT PARAGRAPH
    END-IF
    IF ST-AUSTRITT > 0
     AND ST-AUSTRITT <= VORJAHR * 10000 + 1231
        EXIT PARAGRAPH
    END-IF
    MOVE "50" TO EV-GRUND
    COMPUTE EV-DATUM = VORJAHR * 10000 + 1231
    MOVE SPACES TO EV-KASSE
    MOVE ST-ART TO EV-ART
    PERFORM NEUES-EREIGNIS.


*> ================================================================
*> #6 Ereignis ins Meldeprotokoll aufnehmen (genau einmal)
*> ================================================================
NEUES-EREIGNIS.
    MOVE "N" TO EV-GEFUNDEN
    PERFORM VARYING SUCH-IDX FROM 1 BY 1
            UNTIL SUCH-IDX > LOG-ANZAHL OR EV-GEFUNDEN = "J"
        IF LGT-GRUND(SUCH-IDX) = EV-GRUND
         AND LGT-DATUM(SUCH-IDX) = EV-DATUM
         AND ((ST-PERSONALNR > 0
               AND LGT-PERSONALNR(SUCH-IDX) = ST-PERSONALNR)
           OR (LGT-VORNAME(SUCH-IDX) = ST-VORNAME
               AND LGT-NACHNAME(SUCH-IDX) = ST-NACHNAME))
         AND NOT LGT-STORNIERT(SUCH-IDX)
            MOVE "J" TO EV-GEFUNDEN
        END-IF
    END-PERFORM
    IF EV-GEFUNDEN = "J"
        EXIT PARAGRAPH
    END-IF
    IF LOG-ANZAHL >= 5000
        MOVE "FEHLER: Meldeprotokoll voll (5000) - Ereignis nicht"
          & " aufgenommen." TO MELDUNG
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO LOG-ANZAHL
    MOVE EV-GRUND      TO LGT-GRUND(LOG-ANZAHL)
    MOVE ST-PERSONALNR TO LGT-PERSONALNR(LOG-ANZAHL)
    MOVE ST-VORNAME    TO LGT-VORNAME(LOG-ANZAHL)
    MOVE ST-NACHNAME   TO LGT-NACHNAME(LOG-ANZAHL)
    MOVE EV-KASSE      TO LGT-KASSE(LOG-ANZAHL)
    MOVE EV-DATUM      TO LGT-DATUM(LOG-ANZAHL)
    MOVE "O"           TO LGT-STATUS(LOG-ANZAHL)
    MOVE 0 TO LGT-GEMELDET-AM(LOG-ANZAHL) LGT-VON(LOG-ANZAHL)
              LGT-ENTGELT(LOG-ANZAHL)
    IF ERSTLAUF = "J" AND EV-GRUND = "50"
        MOVE "H" TO LGT-STATUS(LOG-ANZAHL)
    END-IF

    *> Frist: sechs Wochen nach dem Ereignis, Jahresmeldung 15.02.
    IF EV-GRUND = "50"
        MOVE EV-DATUM(1:4) TO MELDE-JAHR
        COMPUTE LGT-FRIST(LOG-ANZAHL) =
            (MELDE-JAHR + 1) * 10000 + 215
    ELSE
        MOVE EV-DATUM TO DATUM-PRUEF
        PERFORM PRUEFE-DATUM
        IF DATUM-INT > 0
            COMPUTE LGT-FRIST(LOG-ANZAHL) =
                FUNCTION DATE-OF-INTEGER(DATUM-INT + 42)
        ELSE
            MOVE HEUTE TO LGT-FRIST(LOG-ANZAHL)
        END-IF
    END-IF

    *> Personengruppe / Beitragsgruppe aus der Beschaeftigungsart
    EVALUATE EV-ART
        WHEN "A"
            MOVE "102"  TO LGT-PGR(LOG-ANZAHL)
            MOVE "1111" TO LGT-BGR(LOG-ANZAHL)
        WHEN "W"
            MOVE "106"  TO LGT-PGR(LOG-ANZAHL)
            MOVE "0100" TO LGT-BGR(LOG-ANZAHL)
        WHEN "M"
            MOVE "109"  TO LGT-PGR(LOG-ANZAHL)
            MOVE "6500" TO LGT-BGR(LOG-ANZAHL)
        WHEN OTHER
            MOVE "101"  TO LGT-PGR(LOG-ANZAHL)
            MOVE "1111" TO LGT-BGR(LOG-ANZAHL)
    END-EVALUATE

    IF LGT-VON-HAND(LOG-ANZAHL)
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-EREIGNISSE
    MOVE EV-GRUND TO MS-GRUND
    PERFORM SETZE-GRUND-TEXT
    MOVE SPACES TO MELDUNG
    STRING "  EREIGNIS: " EV-GRUND " " FUNCTION TRIM(GRUND-TEXT)
           " " FUNCTION TRIM(ST-VORNAME)
           " " FUNCTION TRIM(ST-NACHNAME)
           " zum " EV-DATUM
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #7 Eine offene Meldung erzeugen
*> ================================================================
ERZEUGE-MELDUNG.
    *> Abmeldungen erst nach dem letzten Beschaeftigungstag
    IF (LGT-GRUND(LAUF-IDX) = "30" OR LGT-GRUND(LAUF-IDX) = "31"
        OR LGT-GRUND(LAUF-IDX) = "32")
     AND LGT-DATUM(LAUF-IDX) >= HEUTE
        ADD 1 TO CNT-VORGEMERKT
        EXIT PARAGRAPH
    END-IF

    *> Kasse: beim Kassenwechsel die alte, sonst die aus dem Stamm
    MOVE LGT-KASSE(LAUF-IDX) TO MELDE-KASSE
    MOVE LGT-PERSONALNR(LAUF-IDX) TO STAMM-SUCH-PERSONALNR
    MOVE LGT-VORNAME(LAUF-IDX)    TO STAMM-SUCH-VORNAME
    MOVE LGT-NACHNAME(LAUF-IDX)   TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM
    IF MELDE-KASSE = SPACES AND STAMM-TREFFER = "J"
        MOVE ST-KASSE TO MELDE-KASSE
    END-IF
    IF MELDE-KASSE = SPACES
        MOVE SPACES TO MELDUNG
        STRING "  OFFEN: " LGT-GRUND(LAUF-IDX) " "
               FUNCTION TRIM(LGT-VORNAME(LAUF-IDX)) " "
               FUNCTION TRIM(LGT-NACHNAME(LAUF-IDX))
               " - keine Krankenkasse im Stamm gepflegt."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO ENTGELT-SUMME
    IF LGT-GRUND(LAUF-IDX) = "10" OR LGT-GRUND(LAUF-IDX) = "11"
     OR LGT-GRUND(LAUF-IDX) = "12"
        MOVE LGT-DATUM(LAUF-IDX) TO MELDE-VON
    ELSE
        PERFORM BESTIMME-ZEITRAUM
        PERFORM SUMMIERE-ENTGELT
    END-IF

    IF MELDE-DATEI-OFFEN NOT = "J"
        PERFORM OEFFNE-MELDE-DATEI
        IF MELDE-DATEI-OFFEN NOT = "J"
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE SPACES TO MELDE-SATZ
    MOVE LGT-GRUND(LAUF-IDX)      TO MS-GRUND
    MOVE MELDE-KASSE              TO MS-KASSE
    MOVE LGT-PERSONALNR(LAUF-IDX) TO MS-PERSONALNR
    MOVE LGT-NACHNAME(LAUF-IDX)   TO MS-NACHNAME
    MOVE LGT-VORNAME(LAUF-IDX)    TO MS-VORNAME
    MOVE MELDE-VON                TO MS-VON
    IF MS-GRUND = "10" OR MS-GRUND = "11" OR MS-GRUND = "12"
        MOVE 0 TO MS-BIS
    ELSE
        MOVE LGT-DATUM(LAUF-IDX) TO MS-BIS
    END-IF
    MOVE LGT-PGR(LAUF-IDX)        TO MS-PGR
    MOVE LGT-BGR(LAUF-IDX)        TO MS-BGR
    MOVE ENTGELT-SUMME            TO MS-ENTGELT
    MOVE MELDE-SATZ TO MELDE-ZEILE
    WRITE MELDE-ZEILE

    MOVE "G"          TO LGT-STATUS(LAUF-IDX)
    MOVE HEUTE        TO LGT-GEMELDET-AM(LAUF-IDX)
    MOVE MELDE-VON    TO LGT-VON(LAUF-IDX)
    MOVE MS-ENTGELT   TO LGT-ENTGELT(LAUF-IDX)
    MOVE MELDE-KASSE  TO LGT-KASSE(LAUF-IDX)
    ADD 1 TO CNT-GEMELDET

    MOVE MS-ENTGELT TO PRINT-ENTGELT
    MOVE SPACES TO MELDUNG
    STRING "  GEMELDET: " MS-GRUND
           " " FUNCTION TRIM(MS-VORNAME) " " FUNCTION TRIM(MS-NACHNAME)
           " Kasse " FUNCTION TRIM(MS-KASSE) " ab " MS-VON
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    IF MS-BIS > 0
        STRING FUNCTION TRIM(MELDUNG) " bis " MS-BIS
               " Entgelt " FUNCTION TRIM(PRINT-ENTGELT) " EUR"
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE
    IF HEUTE > LGT-FRIST(LAUF-IDX)
        ADD 1 TO CNT-VERSPAETET
        MOVE SPACES TO MELDUNG
        STRING "    VERSPAETET: Frist war " LGT-FRIST(LAUF-IDX)
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Meldezeitraum bestimmen (Jahresanfang, Eintritt oder
*>      letzte Anmeldung im Jahr bis zum Ereignistag)
*> ----------------------------------------------------------------
BESTIMME-ZEITRAUM.
    MOVE LGT-DATUM(LAUF-IDX)(1:4) TO MELDE-JAHR
    COMPUTE MELDE-VON = MELDE-JAHR * 10000 + 101
    IF STAMM-TREFFER = "J"
        IF ST-EINTRITT > MELDE-VON
         AND ST-EINTRITT <= LGT-DATUM(LAUF-IDX)
            MOVE ST-EINTRITT TO MELDE-VON
        END-IF
    END-IF
    PERFORM VARYING SUCH-IDX FROM 1 BY 1
            UNTIL SUCH-IDX > LOG-ANZAHL
        IF (LGT-GRUND(SUCH-IDX) = "10" OR LGT-GRUND(SUCH-IDX) = "11"
            OR LGT-GRUND(SUCH-IDX) = "12")
         AND NOT LGT-STORNIERT(SUCH-IDX)
         AND LGT-VORNAME(SUCH-IDX)  = LGT-VORNAME(LAUF-IDX)
         AND LGT-NACHNAME(SUCH-IDX) = LGT-NACHNAME(LAUF-IDX)
         AND LGT-DATUM(SUCH-IDX) > MELDE-VON
         AND LGT-DATUM(SUCH-IDX) <= LGT-DATUM(LAUF-IDX)
            MOVE LGT-DATUM(SUCH-IDX) TO MELDE-VON
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.2 Entgelt des Meldezeitraums aus dem Lohnkonto
*> ----------------------------------------------------------------
*> Monatsgenau: alle Lohnkontozeilen des Jahres von Monat VON bis
*> Monat BIS. Zeilen ohne Monat (00) zaehlen nicht.
SUMMIERE-ENTGELT.
    MOVE MELDE-VON(5:2) TO VON-MONAT
    MOVE LGT-DATUM(LAUF-IDX)(5:2) TO BIS-MONAT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT LOHNKONTO
    IF FS-LOHNKONTO NOT = "00"
        MOVE "N" TO EOF-FLAG
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHNKONTO
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF LK-JAHR = MELDE-JAHR
                 AND LK-VORNAME  = LGT-VORNAME(LAUF-IDX)
                 AND LK-NACHNAME = LGT-NACHNAME(LAUF-IDX)
                 AND LK-MONAT IS NUMERIC
                    IF LK-MONAT >= VON-MONAT AND LK-MONAT <= BIS-MONAT
                     AND LK-MONAT > "00"
                        ADD LK-BRUTTO TO ENTGELT-SUMME
                        IF LK-SACHBEZUG IS NUMERIC
                            ADD LK-SACHBEZUG TO ENTGELT-SUMME
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOHNKONTO
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.3 Meldedatei des Tages zum Anhaengen oeffnen
*> ----------------------------------------------------------------
OEFFNE-MELDE-DATEI.
    MOVE SPACES TO MELDE-DATEINAME
    STRING "DEUEV-MELDUNG-" HEUTE ".DAT"
        DELIMITED BY SIZE INTO MELDE-DATEINAME
    END-STRING
    OPEN EXTEND MELDE-DATEI
    IF FS-MELDUNG NOT = "00"
        OPEN OUTPUT MELDE-DATEI
    END-IF
    IF FS-MELDUNG NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(MELDE-DATEINAME)
                ", Status=" FS-MELDUNG
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO MELDE-DATEI-OFFEN
    MOVE SPACES TO MELDE-ZEILE
    STRING "ABSENDER " FUNCTION TRIM(BETRIEBSNR) " "
           FUNCTION TRIM(FIRMA-NAME)
        DELIMITED BY SIZE INTO MELDE-ZEILE
    END-STRING
    WRITE MELDE-ZEILE
    IF BETRIEBSNR = SPACES
        MOVE "  WARNUNG: keine BETRIEBSNR in FIRMA.CFG." TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #7.4 Klartext zum Abgabegrund (MS-GRUND)
*> ----------------------------------------------------------------
SETZE-GRUND-TEXT.
    EVALUATE MS-GRUND
        WHEN "10" MOVE "Anmeldung Beschaeftigungsbeginn"
                    TO GRUND-TEXT
        WHEN "11" MOVE "Anmeldung Kassenwechsel" TO GRUND-TEXT
        WHEN "12" MOVE "Anmeldung Beitragsgruppenwechsel"
                    TO GRUND-TEXT
        WHEN "30" MOVE "Abmeldung Beschaeftigungsende"
                    TO GRUND-TEXT
        WHEN "31" MOVE "Abmeldung Kassenwechsel" TO GRUND-TEXT
        WHEN "32" MOVE "Abmeldung Beitragsgruppenwechsel"
                    TO GRUND-TEXT
        WHEN "50" MOVE "Jahresmeldung" TO GRUND-TEXT
        WHEN OTHER MOVE SPACES TO GRUND-TEXT
    END-EVALUATE.


*> ================================================================
*> #8 Ueberfaellige Meldung listen
*> ================================================================
MELDE-UEBERFAELLIG.
    ADD 1 TO CNT-UEBERFAELLIG
    MOVE LGT-GRUND(LAUF-IDX) TO MS-GRUND
    PERFORM SETZE-GRUND-TEXT
    MOVE SPACES TO MELDUNG
    STRING "  UEBERFAELLIG: " LGT-GRUND(LAUF-IDX) " "
           FUNCTION TRIM(GRUND-TEXT) " "
           FUNCTION TRIM(LGT-VORNAME(LAUF-IDX)) " "
           FUNCTION TRIM(LGT-NACHNAME(LAUF-IDX))
           " zum " LGT-DATUM(LAUF-IDX)
           ", Frist " LGT-FRIST(LAUF-IDX)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #9 Meldungszeile auf Konsole und in den Report schreiben
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #10 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Der Stamm wird nicht mehr in eine Tabelle geladen: mit Index
*> (STAMM-INDEX) wird je Suche per Personalnummer bzw. Name und
*> fuer die Durchlaeufe in Personalnummernfolge gelesen, sonst
*> wird MITARBEITER-STAMM.DAT je Durchlauf bzw. Suche von vorn
*> gelesen. FS-STAMM = "00", wenn es den Stamm in einer der
*> Formen gibt. Mirrors OEFFNE-STAMM in personal_checkliste.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
        MOVE "00" TO FS-STAMM
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        CLOSE MITARBEITER-STAMM
        MOVE "00" TO FS-STAMM
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
*> Mirrors SCHLIESSE-STAMM in lohn_rechner.cbl.
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.2 Durchlauf durch den ganzen Stamm beginnen
*> ----------------------------------------------------------------
*> Mirrors STARTE-STAMM-DURCHLAUF in lohn_rechner.cbl.
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
*> #10.0.5 Mitarbeiter zu STAMM-SUCH-PERSONALNR bzw. -NAME suchen
*> ----------------------------------------------------------------
*> Getroffen ist der Mitarbeiter mit der Personalnummer (wenn
*> angegeben), sonst der erste Satz unter dem Namen.
*> STAMM-TREFFER = "J", wenn ST-* ihn traegt.
SUCHE-STAMM.
    MOVE "N" TO STAMM-TREFFER
    IF STAMM-INDEX-OFFEN = "J"
        IF STAMM-SUCH-PERSONALNR > 0
            MOVE STAMM-SUCH-PERSONALNR TO SX-PERSONALNR
            READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
                KEY IS SX-PERSONALNR
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "J" TO STAMM-TREFFER
            END-READ
        END-IF
        IF STAMM-TREFFER NOT = "J"
            MOVE STAMM-SUCH-VORNAME  TO SX-VORNAME
            MOVE STAMM-SUCH-NACHNAME TO SX-NACHNAME
            READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
                KEY IS SX-NAME
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "J" TO STAMM-TREFFER
            END-READ
        END-IF
        IF STAMM-TREFFER = "J"
            PERFORM UEBERNIMM-STAMMSATZ
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND ST-VORNAME NOT = SPACES
         AND ((STAMM-SUCH-PERSONALNR > 0
               AND ST-PERSONALNR = STAMM-SUCH-PERSONALNR)
           OR (ST-VORNAME  = STAMM-SUCH-VORNAME
               AND ST-NACHNAME = STAMM-SUCH-NACHNAME))
            MOVE "J" TO STAMM-TREFFER
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #10.0.6 Meldungsrelevante Felder des Stammsatzes nach ST-*
*> ----------------------------------------------------------------
UEBERNIMM-STAMMSATZ.
    IF MA-PERSONALNR IS NUMERIC
        MOVE MA-PERSONALNR TO ST-PERSONALNR
    ELSE
        MOVE 0 TO ST-PERSONALNR
    END-IF
    MOVE MA-VORNAME  TO ST-VORNAME
    MOVE MA-NACHNAME TO ST-NACHNAME
    IF MA-EINTRITT IS NUMERIC
        MOVE MA-EINTRITT TO ST-EINTRITT
    ELSE
        MOVE 0 TO ST-EINTRITT
    END-IF
    IF MA-AUSTRITT IS NUMERIC
        MOVE MA-AUSTRITT TO ST-AUSTRITT
    ELSE
        MOVE 0 TO ST-AUSTRITT
    END-IF
    MOVE MA-KRANKENKASSE TO ST-KASSE
    IF MA-BESCHAEFT-ART = SPACE
        MOVE "R" TO ST-ART
    ELSE
        MOVE MA-BESCHAEFT-ART TO ST-ART
    END-IF.


*> ----------------------------------------------------------------
*> #10.1 Stand des letzten Laufs zum Mitarbeiter in ST-* suchen
*> ----------------------------------------------------------------
SUCHE-STAND.
    MOVE 0 TO STAND-POS
    IF STAND-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET SN-IDX TO 1
    SEARCH STAND-EINTRAG
        AT END CONTINUE
        WHEN (ST-PERSONALNR > 0
              AND SN-PERSONALNR(SN-IDX) = ST-PERSONALNR)
          OR (SN-VORNAME(SN-IDX)  = ST-VORNAME
              AND SN-NACHNAME(SN-IDX) = ST-NACHNAME)
            SET STAND-POS TO SN-IDX
    END-SEARCH.


*> ================================================================
*> #11 Stand des letzten Laufs laden / zurueckschreiben
*> ================================================================
LADE-STAND.
    MOVE 0 TO STAND-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT DEUEV-STAND
    IF FS-STAND NOT = "00"
        MOVE "J" TO ERSTLAUF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ DEUEV-STAND
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF STAND-ANZAHL < 500
                    ADD 1 TO STAND-ANZAHL
                    MOVE DS-PERSONALNR TO SN-PERSONALNR(STAND-ANZAHL)
                    MOVE DS-VORNAME    TO SN-VORNAME(STAND-ANZAHL)
                    MOVE DS-NACHNAME   TO SN-NACHNAME(STAND-ANZAHL)
                    MOVE DS-EINTRITT   TO SN-EINTRITT(STAND-ANZAHL)
                    MOVE DS-AUSTRITT   TO SN-AUSTRITT(STAND-ANZAHL)
                    MOVE DS-KASSE      TO SN-KASSE(STAND-ANZAHL)
                    MOVE DS-ART        TO SN-ART(STAND-ANZAHL)
                END-IF
        END-READ
    END-PERFORM
    CLOSE DEUEV-STAND
    MOVE "N" TO EOF-FLAG.


SICHERE-STAND.
    OPEN OUTPUT DEUEV-STAND
    IF FS-STAND NOT = "00"
        DISPLAY "Fehler beim Schreiben von DEUEV-STAND.DAT,"
                " Status=" FS-STAND
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND ST-VORNAME NOT = SPACES
            MOVE SPACES TO STAND-RECORD
            MOVE ST-PERSONALNR TO DS-PERSONALNR
            MOVE ST-VORNAME    TO DS-VORNAME
            MOVE ST-NACHNAME   TO DS-NACHNAME
            MOVE ST-EINTRITT   TO DS-EINTRITT
            MOVE ST-AUSTRITT   TO DS-AUSTRITT
            MOVE ST-KASSE      TO DS-KASSE
            MOVE ST-ART        TO DS-ART
            WRITE STAND-RECORD
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF
    CLOSE DEUEV-STAND.


*> ================================================================
*> #12 Meldeprotokoll laden / zurueckschreiben
*> ================================================================
LADE-MELDELOG.
    MOVE 0 TO LOG-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MELDELOG
    IF FS-MELDELOG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MELDELOG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF LOG-ANZAHL < 5000
                    ADD 1 TO LOG-ANZAHL
                    MOVE ML-GRUND      TO LGT-GRUND(LOG-ANZAHL)
                    MOVE ML-PERSONALNR TO LGT-PERSONALNR(LOG-ANZAHL)
                    MOVE ML-VORNAME    TO LGT-VORNAME(LOG-ANZAHL)
                    MOVE ML-NACHNAME   TO LGT-NACHNAME(LOG-ANZAHL)
                    MOVE ML-KASSE      TO LGT-KASSE(LOG-ANZAHL)
                    MOVE ML-DATUM      TO LGT-DATUM(LOG-ANZAHL)
                    MOVE ML-FRIST      TO LGT-FRIST(LOG-ANZAHL)
                    MOVE ML-STATUS     TO LGT-STATUS(LOG-ANZAHL)
                    MOVE ML-GEMELDET   TO LGT-GEMELDET-AM(LOG-ANZAHL)
                    MOVE ML-VON        TO LGT-VON(LOG-ANZAHL)
                    MOVE ML-ENTGELT    TO LGT-ENTGELT(LOG-ANZAHL)
                    MOVE ML-PGR        TO LGT-PGR(LOG-ANZAHL)
                    MOVE ML-BGR        TO LGT-BGR(LOG-ANZAHL)
                ELSE
                    MOVE "J" TO LOG-UEBERLAUF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MELDELOG
    MOVE "N" TO EOF-FLAG.


SICHERE-MELDELOG.
    OPEN OUTPUT MELDELOG
    IF FS-MELDELOG NOT = "00"
        DISPLAY "Fehler beim Schreiben von DEUEV-MELDELOG.DAT,"
                " Status=" FS-MELDELOG
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > LOG-ANZAHL
        MOVE SPACES TO MELDELOG-RECORD
        MOVE LGT-GRUND(LAUF-IDX)       TO ML-GRUND
        MOVE LGT-PERSONALNR(LAUF-IDX)  TO ML-PERSONALNR
        MOVE LGT-VORNAME(LAUF-IDX)     TO ML-VORNAME
        MOVE LGT-NACHNAME(LAUF-IDX)    TO ML-NACHNAME
        MOVE LGT-KASSE(LAUF-IDX)       TO ML-KASSE
        MOVE LGT-DATUM(LAUF-IDX)       TO ML-DATUM
        MOVE LGT-FRIST(LAUF-IDX)       TO ML-FRIST
        MOVE LGT-STATUS(LAUF-IDX)      TO ML-STATUS
        MOVE LGT-GEMELDET-AM(LAUF-IDX) TO ML-GEMELDET
        MOVE LGT-VON(LAUF-IDX)         TO ML-VON
        MOVE LGT-ENTGELT(LAUF-IDX)     TO ML-ENTGELT
        MOVE LGT-PGR(LAUF-IDX)         TO ML-PGR
        MOVE LGT-BGR(LAUF-IDX)         TO ML-BGR
        WRITE MELDELOG-RECORD
    END-PERFORM
    CLOSE MELDELOG.


*> ================================================================
*> #13 Absender aus FIRMA.CFG laden
*> ================================================================
*> Mirrors LADE-FIRMA-CFG in lastschrift_einzug.cbl; hier Name und
*> Betriebsnummer (Schluessel BETRIEBSNR).
LADE-FIRMA-CFG.
    MOVE 0 TO FC-ZEILEN-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FIRMA-CFG
    IF FS-FIRMA = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FIRMA-CFG
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND FUNCTION TRIM(FIRMA-CFG-ZEILE) NOT = SPACES
                ADD 1 TO FC-ZEILEN-NR
                IF FC-ZEILEN-NR = 1
                    MOVE FUNCTION TRIM(FIRMA-CFG-ZEILE)
                        TO FIRMA-NAME
                ELSE
                    MOVE FUNCTION TRIM(FIRMA-CFG-ZEILE) TO FC-ZEILE
                    MOVE SPACES TO FC-SCHLUESSEL FC-WERT
                    MOVE 1 TO FC-ZEIGER
                    UNSTRING FC-ZEILE DELIMITED BY ALL SPACE
                        INTO FC-SCHLUESSEL
                        WITH POINTER FC-ZEIGER
                    END-UNSTRING
                    IF FC-ZEIGER <= 80
                        MOVE FC-ZEILE(FC-ZEIGER:) TO FC-WERT
                    END-IF
                    IF FC-SCHLUESSEL = "BETRIEBSNR"
                        MOVE FC-WERT TO BETRIEBSNR
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE FIRMA-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #14 Aktive Firma lesen (Konzernsicht = "**")
*> ================================================================
*> Mirrors PRUEFE-FIRMA-AKTIV in perioden_abschluss.cbl.
PRUEFE-FIRMA-AKTIV.
    MOVE SPACES TO AKTIVE-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-FIRMA-AKTIV = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END
                MOVE FA-FIRMA TO AKTIVE-FIRMA
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.
