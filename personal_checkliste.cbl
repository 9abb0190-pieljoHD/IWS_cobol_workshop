*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. PERSONAL-CHECKLISTE.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Eintritts- und Austritts-Checkliste: Neue Mitarbeiter kamen
*> regelmaessig ohne Bankverbindung, Krankenkasse, Steuerklasse
*> oder Badge an ihren ersten Zahltag - ZAHLUNGS-EXPORT wies sie
*> dann ab. Ausgeschiedene behielten aktive Badges und Bediener-
*> Kennungen in BENUTZER.CFG.
*> Je Eintritt und Austritt (MA-EINTRITT/MA-AUSTRITT im Stamm,
*> von sechs Wochen zurueck bis 30 Tage voraus) legt der Lauf die
*> Punkte aus CHECKLISTE.CFG in CHECKLISTE.DAT (CHECKREC) an, eine
*> Zeile je Punkt:
*>     <E|A> <Punkt> <Pflicht J/N> <Kennung> <Frist> <Text>
*> E = Eintritt, A = Austritt; Frist in Tagen ab Ereignistag
*> (negativ = vorher); "*" = Kommentar. Fehlt die Datei, gelten die
*> Standardpunkte unten. Diese Punkte hakt der Lauf selbst ab:
*>   IBAN     IBAN und BIC im Stamm                       (E)
*>   KASSE    MA-KRANKENKASSE gesetzt                     (E)
*>   STKL     Steuerklasse gesetzt (Minijob ohne)         (E)
*>   SVMELD   An-/Abmeldung in DEUEV-MELDELOG.DAT gemeldet
*>            oder von Hand erledigt                      (E/A)
*>   BADGE    Badge in STEMPEL-BADGES.CFG / nicht mehr    (E/A)
*>   KENNUNG  MA-KENNUNG in BENUTZER.CFG / nicht mehr     (E/A)
*>   URLAUB   Urlaubskonto des Austrittsjahres ohne Rest
*>            (AUSTRITTS-ABRECHNUNG)                      (A)
*> alle anderen bestaetigt der Verantwortliche (oder Rolle "P" in
*> BENUTZER.CFG) in CHECKLISTE-ERLEDIGT.DAT:
*>     <Vorname> <Nachname> <E|A> <Punkt> <Kennung>
*> Uebernommene Zeilen werden entfernt, abgelehnte bleiben stehen.
*> Ein Pflichtpunkt, der offen und faellig ist, haelt den
*> Mitarbeiter in LOHN-RECHNER und ZAHLUNGS-EXPORT an - der Lauf
*> gehoert daher vor den Lohnlauf. Entfaellt das Ereignis (Austritt
*> zurueckgenommen, Eintritt korrigiert), wird die Checkliste
*> storniert; erledigte Punkte verschwinden, sobald das Ereignis
*> aus dem Anlagezeitraum faellt.
*>
*> Aufruf: personal_checkliste [JJJJMMTT] (ohne Stichtag heute).
*> Ergebnis: Konsole + CHECKLISTE-<JJJJMMTT>.RPT mit den offenen
*> Punkten je Verantwortlichem; RC 1 bei ueberfaelligen Punkten,
*> angehaltenen Mitarbeitern oder abgelehnten Bestaetigungen.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT CHECKLISTE-CFG
        ASSIGN TO "CHECKLISTE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CFG.

    SELECT CHECKLISTE
        ASSIGN TO "CHECKLISTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CHECKLISTE.

    SELECT CHECKLISTE-ERLEDIGT
        ASSIGN TO "CHECKLISTE-ERLEDIGT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ERLEDIGT.

    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT BADGES-CFG
        ASSIGN TO "STEMPEL-BADGES.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BADGES.

    SELECT MELDELOG
        ASSIGN TO "DEUEV-MELDELOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MELDELOG.

    SELECT URLAUBSKONTO
        ASSIGN TO "URLAUBSKONTO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KONTO.

    SELECT CHECKLISTEN-BERICHT
        ASSIGN TO LISTE-DATEINAME
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
FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD CHECKLISTE-CFG.
01 CHECKLISTE-CFG-ZEILE PIC X(80).

FD CHECKLISTE.
COPY CHECKREC.

FD CHECKLISTE-ERLEDIGT.
01 ERLEDIGT-ZEILE PIC X(60).

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD BADGES-CFG.
01 BADGES-CFG-ZEILE PIC X(60).

*> Mirrors MELDELOG-RECORD in deuev_meldung.cbl.
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

*> Mirrors KONTO-RECORD in austritts_abrechnung.cbl.
FD URLAUBSKONTO.
01 KONTO-RECORD.
    05 UK-VORNAME    PIC X(10).
    05 UK-NACHNAME   PIC X(10).
    05 UK-JAHR       PIC 9(04).
    05 UK-ANSPRUCH   PIC 9(03).
    05 UK-URLAUB     PIC 9(03).
    05 UK-KRANK      PIC 9(03).
    05 UK-UNBEZAHLT  PIC 9(03).

FD CHECKLISTEN-BERICHT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-STAMM      PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-CFG        PIC XX VALUE SPACES.
77 FS-CHECKLISTE PIC XX VALUE SPACES.
77 FS-ERLEDIGT   PIC XX VALUE SPACES.
77 FSBEN         PIC XX VALUE SPACES.
77 FS-BADGES     PIC XX VALUE SPACES.
77 FS-MELDELOG   PIC XX VALUE SPACES.
77 FS-KONTO      PIC XX VALUE SPACES.
77 FS-REPORT     PIC XX VALUE SPACES.
77 EOF-FLAG      PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 STICHTAG PIC 9(8) VALUE 0.
*> Anlagezeitraum: Ereignisse sechs Wochen zurueck (so weit reicht
*> auch die DEUEV-Meldefrist) bis 30 Tage voraus.
01 ANLAGE-AB       PIC 9(8).
01 ANLAGE-BIS      PIC 9(8).
01 LISTE-DATEINAME PIC X(50).

*> Standardpunkte ohne CHECKLISTE.CFG (gleiches Zeilenformat).
01 STANDARD-PUNKTE.
    05 FILLER PIC X(60)
       VALUE "E IBAN     J PERSONAL -5  IBAN/BIC im Stamm erfasst".
    05 FILLER PIC X(60)
       VALUE "E KASSE    J PERSONAL -5  Krankenkasse im Stamm".
    05 FILLER PIC X(60)
       VALUE "E STKL     J PERSONAL -5  Steuerklasse im Stamm".
    05 FILLER PIC X(60)
       VALUE "E SVMELD   N PERSONAL 42  SV-Anmeldung gemeldet".
    05 FILLER PIC X(60)
       VALUE "E BADGE    N EMPFANG  0   Badge ausgegeben".
    05 FILLER PIC X(60)
       VALUE "E KENNUNG  N IT       0   Bediener-Kennung angelegt".
    05 FILLER PIC X(60)
       VALUE "A URLAUB   J PERSONAL -5  Resturlaub abgerechnet".
    05 FILLER PIC X(60)
       VALUE "A SVMELD   N PERSONAL 42  SV-Abmeldung gemeldet".
    05 FILLER PIC X(60)
       VALUE "A BADGE    N EMPFANG  0   Badge zurueckgegeben".
    05 FILLER PIC X(60)
       VALUE "A KENNUNG  N IT       0   Bediener-Kennung entfernt".
01 STANDARD-TABELLE REDEFINES STANDARD-PUNKTE.
    05 STANDARD-ZEILE PIC X(60) OCCURS 10 TIMES.
01 STANDARD-IDX PIC 9(2).

*> Checklistenpunkte aus CHECKLISTE.CFG.
01 CI-ANZAHL PIC 9(2) VALUE 0.
01 CI-TABELLE.
    05 CI-EINTRAG OCCURS 1 TO 30 TIMES
                   DEPENDING ON CI-ANZAHL.
        10 CI-ART     PIC X(01).
        10 CI-CODE    PIC X(08).
        10 CI-PFLICHT PIC X(01).
        10 CI-EIGNER  PIC X(08).
        10 CI-FRIST   PIC S9(3).
        10 CI-TEXT    PIC X(30).
01 CI-IDX PIC 9(2).
01 CFG-ARBEIT  PIC X(80).
01 CFG-ZEIGER  PIC 9(3).
01 CFG-ART     PIC X(8).
01 CFG-CODE    PIC X(10).
01 CFG-PFLICHT PIC X(8).
01 CFG-EIGNER  PIC X(10).
01 CFG-FRIST   PIC X(8).
01 CFG-ZAHL    PIC X(8).
01 CFG-VORZEICHEN PIC S9 VALUE 1.

*> Stammdaten fuer Anlage und automatische Pruefung. Mit Index
*> wird per Namensschluessel bzw. in Schluesselfolge gelesen
*> (STAMM-INDEX-OFFEN = "J"), sonst MITARBEITER-STAMM.DAT je
*> Durchlauf von vorn; ST-* haelt den zuletzt gelesenen Satz.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 STAMM-SATZ.
    05 ST-VORNAME     PIC X(10).
    05 ST-NACHNAME    PIC X(10).
    05 ST-EINTRITT    PIC 9(8).
    05 ST-AUSTRITT    PIC 9(8).
    05 ST-IBAN        PIC X(22).
    05 ST-BIC         PIC X(11).
    05 ST-KASSE       PIC X(08).
    05 ST-STEUERKLASSE PIC 9(1).
    05 ST-BESCHAEFT-ART PIC X(01).
    05 ST-KENNUNG     PIC X(08).

*> Checkliste im Speicher, komplett zurueckgeschrieben.
01 CK-ANZAHL PIC 9(4) VALUE 0.
01 CK-TABELLE.
    05 CK-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CK-ANZAHL.
        10 CK-ART          PIC X(01).
        10 CK-VORNAME      PIC X(10).
        10 CK-NACHNAME     PIC X(10).
        10 CK-EREIGNIS     PIC 9(08).
        10 CK-CODE         PIC X(08).
        10 CK-PFLICHT      PIC X(01).
        10 CK-EIGNER       PIC X(08).
        10 CK-FAELLIG      PIC 9(08).
        10 CK-STATUS       PIC X(01).
        10 CK-ERLEDIGT-AM  PIC 9(08).
        10 CK-ERLEDIGT-VON PIC X(08).
        10 CK-TEXT         PIC X(30).
        10 CK-ENTFERNT     PIC X(01).
01 CK-IDX      PIC 9(4).
01 CK-LAUF     PIC 9(4).
01 CK-POSITION PIC 9(4).
01 CK-UEBERLAUF PIC X VALUE "N".
01 CK-VOLL      PIC X VALUE "N".
01 CK-ENTFALLEN PIC X.
01 CK-PUNKTE    PIC 9(2).

*> Neues Ereignis im Aufbau.
01 NEU-ART      PIC X(01).
01 NEU-EREIGNIS PIC 9(8).
01 NEU-EREIGNIS-TEILE REDEFINES NEU-EREIGNIS.
    05 NEU-JAHR  PIC 9(4).
    05 NEU-MONAT PIC 9(2).
    05 NEU-TAG   PIC 9(2).

*> Bediener-Kennungen mit Rollen.
01 BN-ANZAHL PIC 9(3) VALUE 0.
01 BN-TABELLE.
    05 BN-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON BN-ANZAHL
                   INDEXED BY BN-IDX.
        10 BN-ID     PIC X(8).
        10 BN-ROLLEN PIC X(8).
01 BENUTZER-VORHANDEN PIC X VALUE "N".
01 BENUTZER-CFG-ID     PIC X(8).
01 BENUTZER-CFG-ROLLEN PIC X(8).
01 BN-GEFUNDEN PIC X.
01 BN-ROLLEN-GEFUNDEN PIC X(8).
01 ROLLEN-TREFFER PIC 9(2).

*> Ausgegebene Badges (Mitarbeiter).
01 BG-ANZAHL PIC 9(3) VALUE 0.
01 BG-TABELLE.
    05 BG-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON BG-ANZAHL
                   INDEXED BY BG-IDX.
        10 BG-VORNAME  PIC X(10).
        10 BG-NACHNAME PIC X(10).
01 BADGES-VORHANDEN PIC X VALUE "N".
01 BDG-ID-RAW   PIC X(10).
01 BDG-VOR-RAW  PIC X(10).
01 BDG-NACH-RAW PIC X(10).

*> Gemeldete bzw. von Hand erledigte An- (10) und Abmeldungen (30).
01 SV-ANZAHL PIC 9(4) VALUE 0.
01 SV-TABELLE.
    05 SV-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SV-ANZAHL
                   INDEXED BY SV-IDX.
        10 SV-GRUND    PIC X(02).
        10 SV-VORNAME  PIC X(10).
        10 SV-NACHNAME PIC X(10).
        10 SV-DATUM    PIC 9(08).
01 SV-GRUND-GESUCHT PIC X(02).

*> Urlaubskonten ohne Resttage (abgerechnet).
01 UA-ANZAHL PIC 9(4) VALUE 0.
01 UA-TABELLE.
    05 UA-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON UA-ANZAHL
                   INDEXED BY UA-IDX.
        10 UA-VORNAME  PIC X(10).
        10 UA-NACHNAME PIC X(10).
        10 UA-JAHR     PIC 9(04).

*> Bestaetigungen; nicht uebernommene werden zurueckgeschrieben.
01 ER-ANZAHL PIC 9(3) VALUE 0.
01 ER-TABELLE.
    05 ER-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON ER-ANZAHL.
        10 ER-ZEILE    PIC X(60).
        10 ER-ERLEDIGT PIC X.
01 ER-IDX      PIC 9(3).
01 ER-VORNAME  PIC X(10).
01 ER-NACHNAME PIC X(10).
01 ER-ART      PIC X(4).
01 ER-CODE     PIC X(10).
01 ER-KENNUNG  PIC X(10).
01 ER-UEBERLAUF PIC X VALUE "N".
01 ER-GRUND    PIC X(40).

01 AUTO-ERLEDIGT PIC X.

*> Offene Punkte, sortiert nach Verantwortlichem und Faelligkeit.
01 OF-ANZAHL PIC 9(4) VALUE 0.
01 OF-TABELLE.
    05 OF-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON OF-ANZAHL.
        10 OF-CK-POS PIC 9(4).
01 OF-LAUF     PIC 9(4).
01 OF-POSITION PIC 9(4).
01 LETZTER-EIGNER PIC X(8).

*> Angehaltene Mitarbeiter (faellige offene Pflichtpunkte) -
*> dieselbe Regel wie in LOHN-RECHNER und ZAHLUNGS-EXPORT.
01 AH-ANZAHL PIC 9(3) VALUE 0.
01 AH-TABELLE.
    05 AH-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON AH-ANZAHL
                   INDEXED BY AH-IDX.
        10 AH-VORNAME  PIC X(10).
        10 AH-NACHNAME PIC X(10).
        10 AH-PUNKTE   PIC X(30).
        10 AH-ZEIGER   PIC 9(2).
01 AH-POSITION PIC 9(3).
01 AH-VOLL     PIC X VALUE "N".

01 PRINT-NAME    PIC X(21).
01 PRINT-EREIGNIS PIC X(8).
01 PRINT-FRIST   PIC X(12).
01 PRINT-TAGE    PIC ZZ9.
01 RESTTAGE      PIC S9(5).
01 FMT-DATUM     PIC 9(8).
01 PRINT-DATUM   PIC X(10).

01 CNT-ANGELEGT     PIC 9(4) VALUE 0.
01 CNT-STORNIERT    PIC 9(4) VALUE 0.
01 CNT-ABGERAEUMT   PIC 9(4) VALUE 0.
01 CNT-AUTOMATISCH  PIC 9(4) VALUE 0.
01 CNT-BESTAETIGT   PIC 9(4) VALUE 0.
01 CNT-ABGELEHNT    PIC 9(4) VALUE 0.
01 CNT-OFFEN        PIC 9(4) VALUE 0.
01 CNT-UEBERFAELLIG PIC 9(4) VALUE 0.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    COMPUTE ANLAGE-AB = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(STICHTAG) - 42).
    COMPUTE ANLAGE-BIS = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(STICHTAG) + 30).

    MOVE SPACES TO LISTE-DATEINAME
    STRING "CHECKLISTE-" STICHTAG ".RPT"
        DELIMITED BY SIZE
        INTO LISTE-DATEINAME
    END-STRING
    OPEN OUTPUT CHECKLISTEN-BERICHT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE STICHTAG TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING "Eintritts-/Austritts-Checkliste zum " PRINT-DATUM
           " - offene Punkte je Verantwortlichem"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    PERFORM LADE-PUNKTE.
    PERFORM OEFFNE-STAMM.
    IF FS-STAMM NOT = "00"
        MOVE "MITARBEITER-STAMM.DAT nicht vorhanden - keine Checkliste."
          TO MELDUNG
        PERFORM MELDE
        CLOSE CHECKLISTEN-BERICHT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LADE-CHECKLISTE.
    *> Bei Ueberlauf wuerde das Zurueckschreiben Punkte verlieren -
    *> dann lieber gar nichts aendern.
    IF CK-UEBERLAUF = "J"
        MOVE "ABGEBROCHEN: mehr als 2000 Checklistenzeilen - unveraendert."
          TO MELDUNG
        PERFORM MELDE
        PERFORM SCHLIESSE-STAMM
        CLOSE CHECKLISTEN-BERICHT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM STORNIERE-ENTFALLENE.
    PERFORM LEGE-CHECKLISTEN-AN.

    PERFORM LADE-BENUTZER.
    PERFORM LADE-BADGES.
    PERFORM LADE-MELDUNGEN.
    PERFORM LADE-URLAUB.

    PERFORM LADE-BESTAETIGUNGEN.
    PERFORM VARYING ER-IDX FROM 1 BY 1 UNTIL ER-IDX > ER-ANZAHL
        PERFORM VERARBEITE-BESTAETIGUNG
    END-PERFORM.

    PERFORM VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-ANZAHL
        IF CK-ENTFERNT(CK-IDX) NOT = "J"
         AND CK-STATUS(CK-IDX) = "O"
            PERFORM PRUEFE-AUTOMATISCH
        END-IF
    END-PERFORM.

    PERFORM RAEUME-AB.
    PERFORM SICHERE-CHECKLISTE.
    IF RETURN-CODE = 0 AND CNT-BESTAETIGT > 0
        PERFORM SICHERE-BESTAETIGUNGEN
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    PERFORM DRUCKE-OFFENE-PUNKTE.
    PERFORM DRUCKE-ANGEHALTENE.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Checklisten: " CNT-ANGELEGT " angelegt, " CNT-STORNIERT
           " storniert, " CNT-ABGERAEUMT " erledigte Punkte abgeraeumt."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Punkte: " CNT-OFFEN " offen, " CNT-UEBERFAELLIG
           " ueberfaellig, " CNT-AUTOMATISCH " automatisch erledigt, "
           CNT-BESTAETIGT " bestaetigt, " CNT-ABGELEHNT " abgelehnt."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-UEBERFAELLIG > 0 OR CNT-ABGELEHNT > 0 OR AH-ANZAHL > 0
        MOVE 1 TO RETURN-CODE
    END-IF.

    CLOSE CHECKLISTEN-BERICHT.
    DISPLAY "Liste geschrieben: " FUNCTION TRIM(LISTE-DATEINAME).
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Stichtag)
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:8) IS NUMERIC
            MOVE WS-ARGUMENT-WERT(1:8) TO STICHTAG
        END-IF
    END-IF
    IF STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO STICHTAG
    END-IF.


*> ================================================================
*> #6 Checklistenpunkte laden (CHECKLISTE.CFG oder Standard)
*> ================================================================
LADE-PUNKTE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CHECKLISTE-CFG
    IF FS-CFG = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ CHECKLISTE-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF CHECKLISTE-CFG-ZEILE NOT = SPACES
                     AND CHECKLISTE-CFG-ZEILE(1:1) NOT = "*"
                        MOVE CHECKLISTE-CFG-ZEILE TO CFG-ARBEIT
                        PERFORM UEBERNIMM-PUNKT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHECKLISTE-CFG
    ELSE
        MOVE "Hinweis: kein CHECKLISTE.CFG - es gelten die Standardpunkte."
          TO MELDUNG
        PERFORM MELDE
        PERFORM VARYING STANDARD-IDX FROM 1 BY 1
                UNTIL STANDARD-IDX > 10
            MOVE STANDARD-ZEILE(STANDARD-IDX) TO CFG-ARBEIT
            PERFORM UEBERNIMM-PUNKT
        END-PERFORM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.1 Eine Punktzeile aus CFG-ARBEIT uebernehmen
*> ----------------------------------------------------------------
*> Der Text ist der Rest der Zeile nach der Frist.
UEBERNIMM-PUNKT.
    MOVE SPACES TO CFG-ART CFG-CODE CFG-PFLICHT CFG-EIGNER CFG-FRIST
    MOVE FUNCTION TRIM(CFG-ARBEIT) TO CFG-ARBEIT
    MOVE 1 TO CFG-ZEIGER
    UNSTRING CFG-ARBEIT DELIMITED BY ALL SPACE
        INTO CFG-ART CFG-CODE CFG-PFLICHT CFG-EIGNER CFG-FRIST
        WITH POINTER CFG-ZEIGER
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(CFG-ART)     TO CFG-ART
    MOVE FUNCTION UPPER-CASE(CFG-CODE)    TO CFG-CODE
    MOVE FUNCTION UPPER-CASE(CFG-PFLICHT) TO CFG-PFLICHT
    MOVE 1 TO CFG-VORZEICHEN
    MOVE CFG-FRIST TO CFG-ZAHL
    IF CFG-FRIST(1:1) = "-"
        MOVE -1 TO CFG-VORZEICHEN
        MOVE CFG-FRIST(2:) TO CFG-ZAHL
    END-IF
    IF (CFG-ART NOT = "E" AND CFG-ART NOT = "A")
     OR CFG-CODE = SPACES OR CFG-EIGNER = SPACES
     OR (CFG-PFLICHT NOT = "J" AND CFG-PFLICHT NOT = "N")
     OR CFG-ZAHL = SPACES
     OR FUNCTION TRIM(CFG-ZAHL) IS NOT NUMERIC
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: Punkt ignoriert: " FUNCTION TRIM(CFG-ARBEIT)
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    IF CI-ANZAHL >= 30
        MOVE "WARNUNG: mehr als 30 Checklistenpunkte - Rest ignoriert."
          TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CI-ANZAHL
    MOVE CFG-ART     TO CI-ART(CI-ANZAHL)
    MOVE CFG-CODE    TO CI-CODE(CI-ANZAHL)
    MOVE CFG-PFLICHT TO CI-PFLICHT(CI-ANZAHL)
    MOVE CFG-EIGNER  TO CI-EIGNER(CI-ANZAHL)
    COMPUTE CI-FRIST(CI-ANZAHL) =
        FUNCTION NUMVAL(CFG-ZAHL) * CFG-VORZEICHEN
    MOVE SPACES TO CI-TEXT(CI-ANZAHL)
    IF CFG-ZEIGER <= 80
        MOVE FUNCTION TRIM(CFG-ARBEIT(CFG-ZEIGER:))
            TO CI-TEXT(CI-ANZAHL)
    END-IF.


*> ================================================================
*> #7 Stamm bereitstellen
*> ================================================================
*> FS-STAMM = "00", wenn ein Stamm vorhanden ist (Index oder
*> MITARBEITER-STAMM.DAT).
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
*> #7.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
*> Mirrors SCHLIESSE-STAMM in lohn_rechner.cbl.
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #7.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #7.3 Naechsten Stammsatz des Durchlaufs lesen
*> ----------------------------------------------------------------
*> Mirrors LIES-NAECHSTEN-STAMM in lohn_rechner.cbl.
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
*> #7.4 Durchlauf beenden
*> ----------------------------------------------------------------
*> Mirrors BEENDE-STAMM-DURCHLAUF in lohn_rechner.cbl.
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #7.5 Gelesenen Stammsatz uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-STAMMSATZ.
    MOVE MA-VORNAME   TO ST-VORNAME
    MOVE MA-NACHNAME  TO ST-NACHNAME
    MOVE 0 TO ST-EINTRITT ST-AUSTRITT ST-STEUERKLASSE
    IF MA-EINTRITT IS NUMERIC
        MOVE MA-EINTRITT TO ST-EINTRITT
    END-IF
    IF MA-AUSTRITT IS NUMERIC
        MOVE MA-AUSTRITT TO ST-AUSTRITT
    END-IF
    IF MA-STEUERKLASSE IS NUMERIC
        MOVE MA-STEUERKLASSE TO ST-STEUERKLASSE
    END-IF
    MOVE MA-IBAN          TO ST-IBAN
    MOVE MA-BIC           TO ST-BIC
    MOVE MA-KRANKENKASSE  TO ST-KASSE
    MOVE MA-BESCHAEFT-ART TO ST-BESCHAEFT-ART
    MOVE MA-KENNUNG       TO ST-KENNUNG.


*> ================================================================
*> #8 Bisherige Checkliste laden
*> ================================================================
LADE-CHECKLISTE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CHECKLISTE
    IF FS-CHECKLISTE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CHECKLISTE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND CL-VORNAME NOT = SPACES
            IF CK-ANZAHL < 2000
                ADD 1 TO CK-ANZAHL
                MOVE CL-ART          TO CK-ART(CK-ANZAHL)
                MOVE CL-VORNAME      TO CK-VORNAME(CK-ANZAHL)
                MOVE CL-NACHNAME     TO CK-NACHNAME(CK-ANZAHL)
                MOVE CL-CODE         TO CK-CODE(CK-ANZAHL)
                MOVE CL-PFLICHT      TO CK-PFLICHT(CK-ANZAHL)
                MOVE CL-EIGNER       TO CK-EIGNER(CK-ANZAHL)
                MOVE CL-STATUS       TO CK-STATUS(CK-ANZAHL)
                MOVE CL-ERLEDIGT-VON TO CK-ERLEDIGT-VON(CK-ANZAHL)
                MOVE CL-TEXT         TO CK-TEXT(CK-ANZAHL)
                MOVE "N"             TO CK-ENTFERNT(CK-ANZAHL)
                MOVE 0 TO CK-EREIGNIS(CK-ANZAHL)
                          CK-FAELLIG(CK-ANZAHL)
                          CK-ERLEDIGT-AM(CK-ANZAHL)
                IF CL-EREIGNIS IS NUMERIC
                    MOVE CL-EREIGNIS TO CK-EREIGNIS(CK-ANZAHL)
                END-IF
                IF CL-FAELLIG IS NUMERIC
                    MOVE CL-FAELLIG TO CK-FAELLIG(CK-ANZAHL)
                END-IF
                IF CL-ERLEDIGT-AM IS NUMERIC
                    MOVE CL-ERLEDIGT-AM TO CK-ERLEDIGT-AM(CK-ANZAHL)
                END-IF
                IF NOT CL-IST-ERLEDIGT
                    MOVE "O" TO CK-STATUS(CK-ANZAHL)
                END-IF
            ELSE
                MOVE "J" TO CK-UEBERLAUF
            END-IF
        END-IF
    END-PERFORM
    CLOSE CHECKLISTE
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #9 Checklisten entfallener Ereignisse stornieren
*> ================================================================
*> Mitarbeiter nicht mehr im Stamm, Eintritt korrigiert oder
*> Austritt zurueckgenommen/verschoben: alle Punkte dieses
*> Ereignisses werden entfernt (ein verschobener Austritt bekommt
*> gleich danach eine neue Checkliste).
STORNIERE-ENTFALLENE.
    PERFORM VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-ANZAHL
        IF CK-ENTFERNT(CK-IDX) NOT = "J"
            MOVE "N" TO CK-ENTFALLEN
            PERFORM SUCHE-STAMM
            EVALUATE TRUE
                WHEN STAMM-TREFFER NOT = "J"
                    MOVE "J" TO CK-ENTFALLEN
                WHEN CK-ART(CK-IDX) = "E"
                 AND ST-EINTRITT NOT = CK-EREIGNIS(CK-IDX)
                    MOVE "J" TO CK-ENTFALLEN
                WHEN CK-ART(CK-IDX) = "A"
                 AND ST-AUSTRITT NOT = CK-EREIGNIS(CK-IDX)
                    MOVE "J" TO CK-ENTFALLEN
            END-EVALUATE
            IF CK-ENTFALLEN = "J"
                PERFORM STORNIERE-EREIGNIS
            END-IF
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #9.1 Alle Punkte des Ereignisses von CK-IDX entfernen
*> ----------------------------------------------------------------
STORNIERE-EREIGNIS.
    MOVE 0 TO CK-PUNKTE
    PERFORM VARYING CK-LAUF FROM CK-IDX BY 1 UNTIL CK-LAUF > CK-ANZAHL
        IF CK-ENTFERNT(CK-LAUF) NOT = "J"
         AND CK-ART(CK-LAUF)      = CK-ART(CK-IDX)
         AND CK-VORNAME(CK-LAUF)  = CK-VORNAME(CK-IDX)
         AND CK-NACHNAME(CK-LAUF) = CK-NACHNAME(CK-IDX)
         AND CK-EREIGNIS(CK-LAUF) = CK-EREIGNIS(CK-IDX)
            MOVE "J" TO CK-ENTFERNT(CK-LAUF)
            ADD 1 TO CK-PUNKTE
        END-IF
    END-PERFORM
    ADD 1 TO CNT-STORNIERT
    MOVE CK-IDX TO CK-POSITION
    PERFORM SETZE-PRINT-NAME
    MOVE CK-EREIGNIS(CK-IDX) TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING "STORNIERT: " PRINT-EREIGNIS " " FUNCTION TRIM(PRINT-NAME)
           " zum " PRINT-DATUM " entfallen - " CK-PUNKTE
           " Punkt(e) entfernt"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #10 Checklisten fuer neue Eintritte und Austritte anlegen
*> ================================================================
LEGE-CHECKLISTEN-AN.
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE = "J" OR ST-VORNAME = SPACES
            EXIT PERFORM CYCLE
        END-IF
        IF ST-EINTRITT >= ANLAGE-AB
         AND ST-EINTRITT <= ANLAGE-BIS
            MOVE "E" TO NEU-ART
            MOVE ST-EINTRITT TO NEU-EREIGNIS
            PERFORM LEGE-EREIGNIS-AN
        END-IF
        IF ST-AUSTRITT > 0
         AND ST-AUSTRITT >= ANLAGE-AB
         AND ST-AUSTRITT <= ANLAGE-BIS
            MOVE "A" TO NEU-ART
            MOVE ST-AUSTRITT TO NEU-EREIGNIS
            PERFORM LEGE-EREIGNIS-AN
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #10.1 Punkte fuer NEU-ART/NEU-EREIGNIS anlegen (einmal je
*>       Ereignis)
*> ----------------------------------------------------------------
LEGE-EREIGNIS-AN.
    IF NEU-MONAT < 1 OR NEU-MONAT > 12 OR NEU-TAG < 1 OR NEU-TAG > 31
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING CK-LAUF FROM 1 BY 1 UNTIL CK-LAUF > CK-ANZAHL
        IF CK-ENTFERNT(CK-LAUF) NOT = "J"
         AND CK-ART(CK-LAUF)      = NEU-ART
         AND CK-VORNAME(CK-LAUF)  = ST-VORNAME
         AND CK-NACHNAME(CK-LAUF) = ST-NACHNAME
         AND CK-EREIGNIS(CK-LAUF) = NEU-EREIGNIS
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE 0 TO CK-PUNKTE
    MOVE 0 TO CK-POSITION
    PERFORM VARYING CI-IDX FROM 1 BY 1 UNTIL CI-IDX > CI-ANZAHL
        IF CI-ART(CI-IDX) = NEU-ART
            IF CK-ANZAHL >= 2000
                IF CK-VOLL NOT = "J"
                    MOVE "J" TO CK-VOLL
                    MOVE "WARNUNG: CHECKLISTE.DAT voll (2000 Zeilen) - keine weiteren Punkte."
                      TO MELDUNG
                    PERFORM MELDE
                END-IF
                EXIT PERFORM
            END-IF
            ADD 1 TO CK-ANZAHL
            ADD 1 TO CK-PUNKTE
            IF CK-POSITION = 0
                MOVE CK-ANZAHL TO CK-POSITION
            END-IF
            MOVE NEU-ART                   TO CK-ART(CK-ANZAHL)
            MOVE ST-VORNAME                TO CK-VORNAME(CK-ANZAHL)
            MOVE ST-NACHNAME               TO CK-NACHNAME(CK-ANZAHL)
            MOVE NEU-EREIGNIS              TO CK-EREIGNIS(CK-ANZAHL)
            MOVE CI-CODE(CI-IDX)           TO CK-CODE(CK-ANZAHL)
            MOVE CI-PFLICHT(CI-IDX)        TO CK-PFLICHT(CK-ANZAHL)
            MOVE CI-EIGNER(CI-IDX)         TO CK-EIGNER(CK-ANZAHL)
            MOVE CI-TEXT(CI-IDX)           TO CK-TEXT(CK-ANZAHL)
            COMPUTE CK-FAELLIG(CK-ANZAHL) = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(NEU-EREIGNIS)
                + CI-FRIST(CI-IDX))
            MOVE "O"    TO CK-STATUS(CK-ANZAHL)
            MOVE 0      TO CK-ERLEDIGT-AM(CK-ANZAHL)
            MOVE SPACES TO CK-ERLEDIGT-VON(CK-ANZAHL)
            MOVE "N"    TO CK-ENTFERNT(CK-ANZAHL)
        END-IF
    END-PERFORM
    IF CK-PUNKTE = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-ANGELEGT
    PERFORM SETZE-PRINT-NAME
    MOVE NEU-EREIGNIS TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING "ANGELEGT: " PRINT-EREIGNIS " " FUNCTION TRIM(PRINT-NAME)
           " zum " PRINT-DATUM " - " CK-PUNKTE " Punkt(e)"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #11 Pruefdaten laden
*> ================================================================
*> Bediener-Kennungen mit Rollen (Zeilen "<Kennung> <Rollen>").
LADE-BENUTZER.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO BENUTZER-VORHANDEN
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BENUTZER-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                UNSTRING FUNCTION TRIM(BENUTZER-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                END-UNSTRING
                IF BENUTZER-CFG-ID NOT = SPACES
                 AND BENUTZER-CFG-ID(1:1) NOT = "*"
                 AND BN-ANZAHL < 200
                    ADD 1 TO BN-ANZAHL
                    MOVE BENUTZER-CFG-ID     TO BN-ID(BN-ANZAHL)
                    MOVE BENUTZER-CFG-ROLLEN TO BN-ROLLEN(BN-ANZAHL)
                END-IF
        END-READ
    END-PERFORM
    CLOSE BENUTZER-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #11.1 Ausgegebene Badges
*> ----------------------------------------------------------------
*> Mirrors LADE-BADGES in stempel_import.cbl.
LADE-BADGES.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BADGES-CFG
    IF FS-BADGES NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO BADGES-VORHANDEN
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BADGES-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FUNCTION TRIM(BADGES-CFG-ZEILE) NOT = SPACES
                 AND BG-ANZAHL < 200
                    MOVE SPACES TO BDG-ID-RAW BDG-VOR-RAW BDG-NACH-RAW
                    UNSTRING FUNCTION TRIM(BADGES-CFG-ZEILE)
                        DELIMITED BY ALL SPACE
                        INTO BDG-ID-RAW BDG-VOR-RAW BDG-NACH-RAW
                    END-UNSTRING
                    IF BDG-NACH-RAW NOT = SPACES
                        ADD 1 TO BG-ANZAHL
                        MOVE BDG-VOR-RAW  TO BG-VORNAME(BG-ANZAHL)
                        MOVE BDG-NACH-RAW TO BG-NACHNAME(BG-ANZAHL)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BADGES-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #11.2 Gemeldete An- und Abmeldungen aus dem Meldeprotokoll
*> ----------------------------------------------------------------
LADE-MELDUNGEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MELDELOG
    IF FS-MELDELOG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MELDELOG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF (ML-GRUND = "10" OR ML-GRUND = "30")
                 AND (ML-STATUS = "G" OR ML-STATUS = "H")
                 AND ML-DATUM IS NUMERIC
                 AND SV-ANZAHL < 2000
                    ADD 1 TO SV-ANZAHL
                    MOVE ML-GRUND    TO SV-GRUND(SV-ANZAHL)
                    MOVE ML-VORNAME  TO SV-VORNAME(SV-ANZAHL)
                    MOVE ML-NACHNAME TO SV-NACHNAME(SV-ANZAHL)
                    MOVE ML-DATUM    TO SV-DATUM(SV-ANZAHL)
                END-IF
        END-READ
    END-PERFORM
    CLOSE MELDELOG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #11.3 Urlaubskonten ohne Resttage
*> ----------------------------------------------------------------
*> AUSTRITTS-ABRECHNUNG setzt den genommenen Urlaub des
*> Austrittsjahres auf den Anspruch - ohne Rest ist abgerechnet.
LADE-URLAUB.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT URLAUBSKONTO
    IF FS-KONTO NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ URLAUBSKONTO
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF UK-ANSPRUCH IS NUMERIC AND UK-URLAUB IS NUMERIC
                 AND UK-JAHR IS NUMERIC
                 AND UK-URLAUB >= UK-ANSPRUCH
                 AND UA-ANZAHL < 2000
                    ADD 1 TO UA-ANZAHL
                    MOVE UK-VORNAME  TO UA-VORNAME(UA-ANZAHL)
                    MOVE UK-NACHNAME TO UA-NACHNAME(UA-ANZAHL)
                    MOVE UK-JAHR     TO UA-JAHR(UA-ANZAHL)
                END-IF
        END-READ
    END-PERFORM
    CLOSE URLAUBSKONTO
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #12 Bestaetigungen laden
*> ================================================================
*> Mirrors LADE-EINGANG in au_verfolgung.cbl.
LADE-BESTAETIGUNGEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT CHECKLISTE-ERLEDIGT
    IF FS-ERLEDIGT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ CHECKLISTE-ERLEDIGT
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF ERLEDIGT-ZEILE NOT = SPACES
                 AND ERLEDIGT-ZEILE(1:1) NOT = "*"
                    IF ER-ANZAHL < 500
                        ADD 1 TO ER-ANZAHL
                        MOVE ERLEDIGT-ZEILE TO ER-ZEILE(ER-ANZAHL)
                        MOVE "N" TO ER-ERLEDIGT(ER-ANZAHL)
                    ELSE
                        MOVE "J" TO ER-UEBERLAUF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHECKLISTE-ERLEDIGT
    MOVE "N" TO EOF-FLAG
    IF ER-UEBERLAUF = "J"
        DISPLAY "WARNUNG: CHECKLISTE-ERLEDIGT.DAT hat mehr als 500"
                " Zeilen - Rest im naechsten Lauf."
    END-IF.


*> ----------------------------------------------------------------
*> #12.1 Eine Bestaetigung auf den offenen Punkt anwenden
*> ----------------------------------------------------------------
*> Abhaken darf der Verantwortliche des Punkts oder eine Kennung
*> mit Rolle "P" (Personal).
VERARBEITE-BESTAETIGUNG.
    MOVE SPACES TO ER-VORNAME ER-NACHNAME ER-ART ER-CODE ER-KENNUNG
                   ER-GRUND
    UNSTRING FUNCTION TRIM(ER-ZEILE(ER-IDX))
        DELIMITED BY ALL SPACE
        INTO ER-VORNAME ER-NACHNAME ER-ART ER-CODE ER-KENNUNG
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(ER-ART)  TO ER-ART
    MOVE FUNCTION UPPER-CASE(ER-CODE) TO ER-CODE

    IF ER-KENNUNG = SPACES
        MOVE "Kennung fehlt" TO ER-GRUND
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO BN-GEFUNDEN
    MOVE SPACES TO BN-ROLLEN-GEFUNDEN
    IF BN-ANZAHL > 0
        SET BN-IDX TO 1
        SEARCH BN-EINTRAG
            AT END CONTINUE
            WHEN BN-ID(BN-IDX) = ER-KENNUNG
                MOVE "J" TO BN-GEFUNDEN
                MOVE BN-ROLLEN(BN-IDX) TO BN-ROLLEN-GEFUNDEN
        END-SEARCH
    END-IF
    IF BN-GEFUNDEN NOT = "J"
        MOVE "Kennung unbekannt (BENUTZER.CFG)" TO ER-GRUND
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO CK-POSITION
    PERFORM VARYING CK-LAUF FROM 1 BY 1 UNTIL CK-LAUF > CK-ANZAHL
        IF CK-ENTFERNT(CK-LAUF) NOT = "J"
         AND CK-STATUS(CK-LAUF)   = "O"
         AND CK-ART(CK-LAUF)      = ER-ART
         AND CK-VORNAME(CK-LAUF)  = ER-VORNAME
         AND CK-NACHNAME(CK-LAUF) = ER-NACHNAME
         AND CK-CODE(CK-LAUF)     = ER-CODE
            MOVE CK-LAUF TO CK-POSITION
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF CK-POSITION = 0
        MOVE "kein offener Punkt" TO ER-GRUND
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO ROLLEN-TREFFER
    INSPECT BN-ROLLEN-GEFUNDEN TALLYING ROLLEN-TREFFER FOR ALL "P"
    IF CK-EIGNER(CK-POSITION) NOT = ER-KENNUNG AND ROLLEN-TREFFER = 0
        MOVE "nicht verantwortlich, keine Rolle P" TO ER-GRUND
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF

    MOVE "E"        TO CK-STATUS(CK-POSITION)
    MOVE STICHTAG   TO CK-ERLEDIGT-AM(CK-POSITION)
    MOVE ER-KENNUNG TO CK-ERLEDIGT-VON(CK-POSITION)
    MOVE "J" TO ER-ERLEDIGT(ER-IDX)
    ADD 1 TO CNT-BESTAETIGT
    PERFORM SETZE-PRINT-NAME
    MOVE SPACES TO MELDUNG
    STRING "BESTAETIGT: " PRINT-EREIGNIS " " FUNCTION TRIM(PRINT-NAME)
           " " FUNCTION TRIM(CK-CODE(CK-POSITION)) " - "
           FUNCTION TRIM(CK-TEXT(CK-POSITION))
           " (" FUNCTION TRIM(ER-KENNUNG) ")"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #12.2 Nicht uebernommene Bestaetigung melden (bleibt stehen)
*> ----------------------------------------------------------------
MELDE-ABGELEHNT.
    ADD 1 TO CNT-ABGELEHNT
    MOVE SPACES TO MELDUNG
    STRING "ABGELEHNT: " FUNCTION TRIM(ER-ZEILE(ER-IDX)) " - "
           FUNCTION TRIM(ER-GRUND)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #12.3 Nicht uebernommene Bestaetigungen zurueckschreiben
*> ----------------------------------------------------------------
*> Mirrors SICHERE-EINGANG in au_verfolgung.cbl.
SICHERE-BESTAETIGUNGEN.
    IF ER-UEBERLAUF = "J"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT CHECKLISTE-ERLEDIGT
    IF FS-ERLEDIGT NOT = "00"
        DISPLAY "Fehler beim Schreiben von CHECKLISTE-ERLEDIGT.DAT,"
                " Status=" FS-ERLEDIGT
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ER-IDX FROM 1 BY 1 UNTIL ER-IDX > ER-ANZAHL
        IF ER-ERLEDIGT(ER-IDX) NOT = "J"
            MOVE ER-ZEILE(ER-IDX) TO ERLEDIGT-ZEILE
            WRITE ERLEDIGT-ZEILE
        END-IF
    END-PERFORM
    CLOSE CHECKLISTE-ERLEDIGT.


*> ================================================================
*> #13 Offenen Punkt CK-IDX automatisch pruefen
*> ================================================================
*> Ohne STEMPEL-BADGES.CFG bzw. BENUTZER.CFG bleiben BADGE und
*> KENNUNG offen - ein fehlendes Verzeichnis ist kein Beleg fuer
*> eine zurueckgegebene Badge.
PRUEFE-AUTOMATISCH.
    PERFORM SUCHE-STAMM
    IF STAMM-TREFFER NOT = "J"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO AUTO-ERLEDIGT
    EVALUATE CK-CODE(CK-IDX) ALSO CK-ART(CK-IDX)
        WHEN "IBAN" ALSO "E"
            IF ST-IBAN NOT = SPACES AND ST-BIC NOT = SPACES
                MOVE "J" TO AUTO-ERLEDIGT
            END-IF
        WHEN "KASSE" ALSO "E"
            IF ST-KASSE NOT = SPACES
                MOVE "J" TO AUTO-ERLEDIGT
            END-IF
        WHEN "STKL" ALSO "E"
            *> Minijobber werden pauschal versteuert.
            IF ST-STEUERKLASSE > 0 OR ST-BESCHAEFT-ART = "M"
                MOVE "J" TO AUTO-ERLEDIGT
            END-IF
        WHEN "SVMELD" ALSO "E"
            MOVE "10" TO SV-GRUND-GESUCHT
            PERFORM SUCHE-MELDUNG
        WHEN "SVMELD" ALSO "A"
            MOVE "30" TO SV-GRUND-GESUCHT
            PERFORM SUCHE-MELDUNG
        WHEN "BADGE" ALSO "E"
            IF BADGES-VORHANDEN = "J"
                PERFORM SUCHE-BADGE
            END-IF
        WHEN "BADGE" ALSO "A"
            IF BADGES-VORHANDEN = "J"
                PERFORM SUCHE-BADGE
                IF AUTO-ERLEDIGT = "J"
                    MOVE "N" TO AUTO-ERLEDIGT
                ELSE
                    MOVE "J" TO AUTO-ERLEDIGT
                END-IF
            END-IF
        WHEN "KENNUNG" ALSO "E"
            IF BENUTZER-VORHANDEN = "J"
             AND ST-KENNUNG NOT = SPACES
                PERFORM SUCHE-KENNUNG
            END-IF
        WHEN "KENNUNG" ALSO "A"
            IF BENUTZER-VORHANDEN = "J"
                IF ST-KENNUNG = SPACES
                    MOVE "J" TO AUTO-ERLEDIGT
                ELSE
                    PERFORM SUCHE-KENNUNG
                    IF AUTO-ERLEDIGT = "J"
                        MOVE "N" TO AUTO-ERLEDIGT
                    ELSE
                        MOVE "J" TO AUTO-ERLEDIGT
                    END-IF
                END-IF
            END-IF
        WHEN "URLAUB" ALSO "A"
            IF UA-ANZAHL > 0
                SET UA-IDX TO 1
                SEARCH UA-EINTRAG
                    AT END CONTINUE
                    WHEN UA-VORNAME(UA-IDX)  = CK-VORNAME(CK-IDX)
                     AND UA-NACHNAME(UA-IDX) = CK-NACHNAME(CK-IDX)
                     AND UA-JAHR(UA-IDX) = CK-EREIGNIS(CK-IDX)(1:4)
                        MOVE "J" TO AUTO-ERLEDIGT
                END-SEARCH
            END-IF
    END-EVALUATE
    IF AUTO-ERLEDIGT NOT = "J"
        EXIT PARAGRAPH
    END-IF
    MOVE "E"      TO CK-STATUS(CK-IDX)
    MOVE STICHTAG TO CK-ERLEDIGT-AM(CK-IDX)
    MOVE "AUTO"   TO CK-ERLEDIGT-VON(CK-IDX)
    ADD 1 TO CNT-AUTOMATISCH
    MOVE CK-IDX TO CK-POSITION
    PERFORM SETZE-PRINT-NAME
    MOVE SPACES TO MELDUNG
    STRING "ERLEDIGT: " PRINT-EREIGNIS " " FUNCTION TRIM(PRINT-NAME)
           " " FUNCTION TRIM(CK-CODE(CK-IDX)) " - "
           FUNCTION TRIM(CK-TEXT(CK-IDX)) " (automatisch)"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #13.1 Stammsatz zum Punkt CK-IDX nach ST-* (STAMM-TREFFER)
*> ----------------------------------------------------------------
*> Wie zuvor die Tabellensuche: der erste Satz unter dem Namen
*> zaehlt.
SUCHE-STAMM.
    MOVE "N" TO STAMM-TREFFER
    MOVE CK-VORNAME(CK-IDX)  TO STAMM-SUCH-VORNAME
    MOVE CK-NACHNAME(CK-IDX) TO STAMM-SUCH-NACHNAME
    IF STAMM-INDEX-OFFEN = "J"
        MOVE STAMM-SUCH-VORNAME  TO SX-VORNAME
        MOVE STAMM-SUCH-NACHNAME TO SX-NACHNAME
        READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
            KEY IS SX-NAME
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "J" TO STAMM-TREFFER
        END-READ
        IF STAMM-TREFFER = "J"
            PERFORM UEBERNIMM-STAMMSATZ
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND ST-VORNAME  = STAMM-SUCH-VORNAME
         AND ST-NACHNAME = STAMM-SUCH-NACHNAME
            MOVE "J" TO STAMM-TREFFER
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #13.2 Meldung SV-GRUND-GESUCHT zum Ereignistag vorhanden?
*> ----------------------------------------------------------------
SUCHE-MELDUNG.
    IF SV-ANZAHL > 0
        SET SV-IDX TO 1
        SEARCH SV-EINTRAG
            AT END CONTINUE
            WHEN SV-GRUND(SV-IDX)    = SV-GRUND-GESUCHT
             AND SV-VORNAME(SV-IDX)  = CK-VORNAME(CK-IDX)
             AND SV-NACHNAME(SV-IDX) = CK-NACHNAME(CK-IDX)
             AND SV-DATUM(SV-IDX)    = CK-EREIGNIS(CK-IDX)
                MOVE "J" TO AUTO-ERLEDIGT
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #13.3 Badge auf den Mitarbeiter ausgegeben?
*> ----------------------------------------------------------------
SUCHE-BADGE.
    IF BG-ANZAHL > 0
        SET BG-IDX TO 1
        SEARCH BG-EINTRAG
            AT END CONTINUE
            WHEN BG-VORNAME(BG-IDX)  = CK-VORNAME(CK-IDX)
             AND BG-NACHNAME(BG-IDX) = CK-NACHNAME(CK-IDX)
                MOVE "J" TO AUTO-ERLEDIGT
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #13.4 MA-KENNUNG in BENUTZER.CFG eingetragen?
*> ----------------------------------------------------------------
SUCHE-KENNUNG.
    IF BN-ANZAHL > 0
        SET BN-IDX TO 1
        SEARCH BN-EINTRAG
            AT END CONTINUE
            WHEN BN-ID(BN-IDX) = ST-KENNUNG
                MOVE "J" TO AUTO-ERLEDIGT
        END-SEARCH
    END-IF.


*> ================================================================
*> #14 Erledigte Punkte alter Ereignisse abraeumen
*> ================================================================
*> Erst wenn das Ereignis vor dem Anlagezeitraum liegt - sonst
*> wuerde die Checkliste im naechsten Lauf neu angelegt.
RAEUME-AB.
    PERFORM VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-ANZAHL
        IF CK-ENTFERNT(CK-IDX) NOT = "J"
         AND CK-STATUS(CK-IDX) = "E"
         AND CK-EREIGNIS(CK-IDX) < ANLAGE-AB
            MOVE "J" TO CK-ENTFERNT(CK-IDX)
            ADD 1 TO CNT-ABGERAEUMT
        END-IF
    END-PERFORM.


*> ================================================================
*> #15 Checkliste zurueckschreiben
*> ================================================================
SICHERE-CHECKLISTE.
    OPEN OUTPUT CHECKLISTE
    IF FS-CHECKLISTE NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "Fehler beim Schreiben von CHECKLISTE.DAT, Status="
               FS-CHECKLISTE
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-ANZAHL
        IF CK-ENTFERNT(CK-IDX) NOT = "J"
            MOVE SPACES TO CHECKLISTE-RECORD
            MOVE CK-ART(CK-IDX)          TO CL-ART
            MOVE CK-VORNAME(CK-IDX)      TO CL-VORNAME
            MOVE CK-NACHNAME(CK-IDX)     TO CL-NACHNAME
            MOVE CK-EREIGNIS(CK-IDX)     TO CL-EREIGNIS
            MOVE CK-CODE(CK-IDX)         TO CL-CODE
            MOVE CK-PFLICHT(CK-IDX)      TO CL-PFLICHT
            MOVE CK-EIGNER(CK-IDX)       TO CL-EIGNER
            MOVE CK-FAELLIG(CK-IDX)      TO CL-FAELLIG
            MOVE CK-STATUS(CK-IDX)       TO CL-STATUS
            MOVE CK-ERLEDIGT-AM(CK-IDX)  TO CL-ERLEDIGT-AM
            MOVE CK-ERLEDIGT-VON(CK-IDX) TO CL-ERLEDIGT-VON
            MOVE CK-TEXT(CK-IDX)         TO CL-TEXT
            WRITE CHECKLISTE-RECORD
        END-IF
    END-PERFORM
    CLOSE CHECKLISTE.


*> ================================================================
*> #16 Offene Punkte je Verantwortlichem drucken
*> ================================================================
DRUCKE-OFFENE-PUNKTE.
    PERFORM VARYING CK-IDX FROM 1 BY 1 UNTIL CK-IDX > CK-ANZAHL
        IF CK-ENTFERNT(CK-IDX) NOT = "J"
         AND CK-STATUS(CK-IDX) = "O"
            PERFORM SORTIERE-OFFENEN-PUNKT
            IF CK-PFLICHT(CK-IDX) = "J"
             AND CK-FAELLIG(CK-IDX) <= STICHTAG
                PERFORM MERKE-ANGEHALTEN
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    IF OF-ANZAHL = 0
        MOVE "Keine offenen Checklistenpunkte." TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    MOVE HIGH-VALUES TO LETZTER-EIGNER
    PERFORM VARYING OF-LAUF FROM 1 BY 1 UNTIL OF-LAUF > OF-ANZAHL
        MOVE OF-CK-POS(OF-LAUF) TO CK-POSITION
        IF CK-EIGNER(CK-POSITION) NOT = LETZTER-EIGNER
            MOVE CK-EIGNER(CK-POSITION) TO LETZTER-EIGNER
            MOVE SPACES TO MELDUNG
            PERFORM MELDE
            STRING "Verantwortlich: " LETZTER-EIGNER
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
            MOVE "Faellig    Frist        Ereignis Name                  Punkt    P Text"
              TO MELDUNG
            PERFORM MELDE
        END-IF
        PERFORM DRUCKE-PUNKTZEILE
    END-PERFORM.


*> ----------------------------------------------------------------
*> #16.1 Offenen Punkt CK-IDX sortiert (Verantwortlicher,
*>       Faelligkeit) einreihen
*> ----------------------------------------------------------------
SORTIERE-OFFENEN-PUNKT.
    MOVE 1 TO OF-POSITION
    PERFORM VARYING OF-LAUF FROM 1 BY 1 UNTIL OF-LAUF > OF-ANZAHL
        IF CK-EIGNER(OF-CK-POS(OF-LAUF)) < CK-EIGNER(CK-IDX)
         OR (CK-EIGNER(OF-CK-POS(OF-LAUF)) = CK-EIGNER(CK-IDX)
             AND CK-FAELLIG(OF-CK-POS(OF-LAUF)) <= CK-FAELLIG(CK-IDX))
            COMPUTE OF-POSITION = OF-LAUF + 1
        END-IF
    END-PERFORM
    ADD 1 TO OF-ANZAHL
    PERFORM VARYING OF-LAUF FROM OF-ANZAHL BY -1
            UNTIL OF-LAUF <= OF-POSITION
        MOVE OF-EINTRAG(OF-LAUF - 1) TO OF-EINTRAG(OF-LAUF)
    END-PERFORM
    MOVE CK-IDX TO OF-CK-POS(OF-POSITION).


*> ----------------------------------------------------------------
*> #16.2 Eine Punktzeile mit Frist
*> ----------------------------------------------------------------
DRUCKE-PUNKTZEILE.
    ADD 1 TO CNT-OFFEN
    COMPUTE RESTTAGE =
        FUNCTION INTEGER-OF-DATE(CK-FAELLIG(CK-POSITION))
      - FUNCTION INTEGER-OF-DATE(STICHTAG)
    EVALUATE TRUE
        WHEN RESTTAGE < 0
            MOVE "UEBERFAELLIG" TO PRINT-FRIST
            ADD 1 TO CNT-UEBERFAELLIG
        WHEN RESTTAGE = 0
            MOVE "heute" TO PRINT-FRIST
        WHEN OTHER
            MOVE RESTTAGE TO PRINT-TAGE
            MOVE SPACES TO PRINT-FRIST
            STRING "in " FUNCTION TRIM(PRINT-TAGE) " Tagen"
                DELIMITED BY SIZE INTO PRINT-FRIST
            END-STRING
    END-EVALUATE
    PERFORM SETZE-PRINT-NAME
    MOVE CK-FAELLIG(CK-POSITION) TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING PRINT-DATUM " " PRINT-FRIST " " PRINT-EREIGNIS " "
           PRINT-NAME " " CK-CODE(CK-POSITION) " "
           CK-PFLICHT(CK-POSITION) " " CK-TEXT(CK-POSITION)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #16.3 Mitarbeiter mit faelligem offenem Pflichtpunkt merken
*> ----------------------------------------------------------------
*> Mirrors UEBERNIMM-CHECKLISTEN-SPERRE in lohn_rechner.cbl.
MERKE-ANGEHALTEN.
    MOVE 0 TO AH-POSITION
    IF AH-ANZAHL > 0
        SET AH-IDX TO 1
        SEARCH AH-EINTRAG
            AT END CONTINUE
            WHEN AH-VORNAME(AH-IDX)  = CK-VORNAME(CK-IDX)
             AND AH-NACHNAME(AH-IDX) = CK-NACHNAME(CK-IDX)
                SET AH-POSITION TO AH-IDX
        END-SEARCH
    END-IF
    IF AH-POSITION = 0
        IF AH-ANZAHL >= 200
            IF AH-VOLL NOT = "J"
                MOVE "J" TO AH-VOLL
                MOVE "WARNUNG: mehr als 200 Angehaltene - Liste unvollstaendig (der Lohnlauf haelt trotzdem alle an)."
                  TO MELDUNG
                PERFORM MELDE
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO AH-ANZAHL
        MOVE AH-ANZAHL TO AH-POSITION
        MOVE CK-VORNAME(CK-IDX)  TO AH-VORNAME(AH-POSITION)
        MOVE CK-NACHNAME(CK-IDX) TO AH-NACHNAME(AH-POSITION)
        MOVE SPACES TO AH-PUNKTE(AH-POSITION)
        MOVE 1 TO AH-ZEIGER(AH-POSITION)
    END-IF
    STRING CK-CODE(CK-IDX) DELIMITED BY SPACE
           " "             DELIMITED BY SIZE
        INTO AH-PUNKTE(AH-POSITION)
        WITH POINTER AH-ZEIGER(AH-POSITION)
        ON OVERFLOW CONTINUE
    END-STRING.


*> ----------------------------------------------------------------
*> #16.4 Angehaltene Mitarbeiter auflisten
*> ----------------------------------------------------------------
DRUCKE-ANGEHALTENE.
    IF AH-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    MOVE "Angehalten in LOHN-RECHNER und ZAHLUNGS-EXPORT (faellige offene Pflichtpunkte):"
      TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING AH-POSITION FROM 1 BY 1
            UNTIL AH-POSITION > AH-ANZAHL
        MOVE SPACES TO PRINT-NAME
        STRING AH-NACHNAME(AH-POSITION) DELIMITED BY SPACE
               ", "                     DELIMITED BY SIZE
               AH-VORNAME(AH-POSITION)  DELIMITED BY SPACE
            INTO PRINT-NAME
        END-STRING
        MOVE SPACES TO MELDUNG
        STRING "  " PRINT-NAME " offen: " AH-PUNKTE(AH-POSITION)
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-PERFORM.


*> ----------------------------------------------------------------
*> #16.5 Name und Ereignis des Punkts CK-POSITION bzw. des
*>       gelesenen Stammsatzes (bei der Anlage)
*> ----------------------------------------------------------------
SETZE-PRINT-NAME.
    MOVE SPACES TO PRINT-NAME
    IF CK-POSITION > 0
        STRING CK-NACHNAME(CK-POSITION) DELIMITED BY SPACE
               ", "                     DELIMITED BY SIZE
               CK-VORNAME(CK-POSITION)  DELIMITED BY SPACE
            INTO PRINT-NAME
        END-STRING
        IF CK-ART(CK-POSITION) = "A"
            MOVE "Austritt" TO PRINT-EREIGNIS
        ELSE
            MOVE "Eintritt" TO PRINT-EREIGNIS
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #16.6 FMT-DATUM (JJJJMMTT) als TT.MM.JJJJ nach PRINT-DATUM
*> ----------------------------------------------------------------
FORMATIERE-DATUM.
    MOVE SPACES TO PRINT-DATUM
    STRING FMT-DATUM(7:2) "." FMT-DATUM(5:2) "." FMT-DATUM(1:4)
        DELIMITED BY SIZE INTO PRINT-DATUM
    END-STRING.


*> ================================================================
*> #17 Zeile auf Konsole und in die Liste
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
