*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. ALARM-VERWALTUNG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Alarmbearbeitung: BUCHUNGEN-VALIDIERER (Fehlerquote,
*> Checkpoint-Entscheidungen) und BATCH-MONITOR (Batchfenster)
*> schreiben Schwellwertverletzungen nach ALARM.LOG - danach
*> passierte bisher nichts, ein Alarm vom Freitagabend lag bis
*> Montag ungelesen in der Datei. Dieses Programm
*>   - uebernimmt jede neue ALARM.LOG-Zeile in ALARM-REGISTER.DAT
*>     (Satzbild ALMREC) mit laufender Alarmnummer, Schwere,
*>     zustaendiger Gruppe und Eskalationsfrist aus
*>     ALARM-KLASSEN.CFG und benachrichtigt die erste
*>     Kontaktstufe der Gruppe,
*>   - eskaliert Alarme, die laenger als ihre Frist unquittiert
*>     sind, an die naechste Kontaktstufe (ALARM-KONTAKTE.CFG),
*>   - nimmt die Quittung des Bedieners auf (wer, Massnahme),
*>   - druckt den Schichtuebergabebericht ALARM-UEBERGABE.RPT.
*> Benachrichtigt wird ueber den Spool BENACHRICHTIGUNG.SPOOL, den
*> das Mail-/SMS-Gateway abholt (eine Zeile je Nachricht).
*> Der Lauf ohne Parameter wird regelmaessig gestartet (cron, wie
*> JOB-PLANER) und zusaetzlich am Ende jedes BATCH-TREIBER-Laufs.
*>
*> ALARM-KLASSEN.CFG: "<Kategorie> <Schwere> <Gruppe> <Frist-Min>"
*>   Kategorie = erstes Wort nach dem Zeitstempel der Alarmzeile
*>   (Fehlerquote, Batchlauf, Batchfenster), "*" = alle uebrigen;
*>   Schwere KRITISCH, HOCH oder NORMAL. Fehlt die Datei, gilt die
*>   eingebaute Tabelle KLASSEN-VORGABE unten.
*> ALARM-KONTAKTE.CFG: "<Gruppe> <Stufe 1-9> <Kontakt>", Gruppe
*>   "*" gilt fuer Gruppen ohne eigene Zeile der Stufe. Ohne
*>   Kontakt geht die Erstmeldung an BEDIENER.
*>
*> Aufruf: alarm_verwaltung                     uebernehmen und
*>                                              eskalieren
*>         alarm_verwaltung QUITTIEREN <Nr> <Wer> <Massnahme ...>
*>                                              (ohne Angaben wird
*>                                              an der Konsole
*>                                              gefragt)
*>         alarm_verwaltung UEBERGABE [Stunden] Schichtuebergabe:
*>                                              offene und in den
*>                                              letzten Stunden
*>                                              (Default 12)
*>                                              quittierte Alarme
*> Jeder Aufruf uebernimmt und eskaliert zuerst. RETURN-CODE 0,
*> 1 bei abgelehnter Quittung, 2 wenn ein anderer Aufruf das
*> Register gerade fortschreibt (ALARM-REGISTER.LCK), 8 wenn das
*> Register nicht geschrieben werden kann.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALARM-LOG
        ASSIGN TO "ALARM.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ALARM.

    SELECT ALARM-REGISTER
        ASSIGN TO "ALARM-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    *> Wie bei der Bereinigung entsteht erst eine .NEU-Datei, die
    *> das Register erst nach vollstaendigem Schreiben ersetzt.
    SELECT REGISTER-NEU
        ASSIGN TO "ALARM-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.

    SELECT KLASSEN-CFG
        ASSIGN TO "ALARM-KLASSEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KLASSEN.

    SELECT KONTAKTE-CFG
        ASSIGN TO "ALARM-KONTAKTE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KONTAKTE.

    SELECT BENACHRICHTIGUNG
        ASSIGN TO "BENACHRICHTIGUNG.SPOOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPOOL.

    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    SELECT REGISTER-SPERRE
        ASSIGN TO "ALARM-REGISTER.LCK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPERRE.

    SELECT UEBERGABE-REPORT
        ASSIGN TO "ALARM-UEBERGABE.RPT"
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
FD ALARM-LOG.
01 ALARM-LOG-ZEILE PIC X(120).

FD ALARM-REGISTER.
01 REGISTER-ZEILE PIC X(296).

FD REGISTER-NEU.
01 REGISTER-NEU-ZEILE PIC X(296).

FD KLASSEN-CFG.
01 KLASSEN-CFG-ZEILE PIC X(80).

FD KONTAKTE-CFG.
01 KONTAKTE-CFG-ZEILE PIC X(80).

FD BENACHRICHTIGUNG.
01 SPOOL-ZEILE PIC X(200).

FD FIRMA-AKTIV.
COPY FIRMREC.

FD REGISTER-SPERRE.
01 REGISTER-SPERRE-RECORD.
    05 LCK-PROGRAMM PIC X(20).
    05 LCK-ZEIT     PIC 9(14).

FD UEBERGABE-REPORT.
01 REPORT-ZEILE PIC X(120).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-ALARM        PIC XX VALUE SPACES.
77 FS-REGISTER     PIC XX VALUE SPACES.
77 FS-REGISTER-NEU PIC XX VALUE SPACES.
77 FS-KLASSEN      PIC XX VALUE SPACES.
77 FS-KONTAKTE     PIC XX VALUE SPACES.
77 FS-SPOOL        PIC XX VALUE SPACES.
77 FS-FIRMA        PIC XX VALUE SPACES.
77 FS-SPERRE       PIC XX VALUE SPACES.
77 FS-REPORT       PIC XX VALUE SPACES.
77 EOF-FLAG        PIC X  VALUE "N".

*> Arbeitssatz des Registers.
COPY ALMREC.

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(60) VALUE SPACES.
01 ALARM-MODUS  PIC X(10) VALUE "LAUF".
01 ARG-ID       PIC 9(6) VALUE 0.
01 ARG-ID-RAW   PIC X(10) VALUE SPACES.
01 ARG-WER      PIC X(20) VALUE SPACES.
01 ARG-MASSNAHME PIC X(60) VALUE SPACES.
01 MASSNAHME-PTR PIC 9(3).
01 UEBERGABE-STUNDEN PIC 9(3) VALUE 12.

01 JETZT-ZEIT   PIC X(14).
01 AKTIVE-FIRMA PIC X(2) VALUE SPACES.

*> Register im Speicher, Reihenfolge = Alarmnummer.
01 REG-ANZAHL PIC 9(4) VALUE 0.
01 REG-TABELLE.
    05 REG-EINTRAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON REG-ANZAHL
                   INDEXED BY RG-IDX.
        10 REG-SATZ PIC X(296).
01 REG-POS       PIC 9(4).
01 REG-LETZTE-ID PIC 9(6) VALUE 0.
01 REG-BEKANNT   PIC X.

*> Eingebaute Alarmklassen, falls ALARM-KLASSEN.CFG fehlt.
01 KLASSEN-VORGABE-TABELLE.
    05 FILLER PIC X(40) VALUE
       "FEHLERQUOTE    HOCH     BUCHHALTUNG 0240".
    05 FILLER PIC X(40) VALUE
       "BATCHLAUF      HOCH     BETRIEB     0120".
    05 FILLER PIC X(40) VALUE
       "BATCHFENSTER   KRITISCH BETRIEB     0030".
    05 FILLER PIC X(40) VALUE
       "*              NORMAL   BETRIEB     0480".
01 KLASSEN-VORGABE-LISTE REDEFINES KLASSEN-VORGABE-TABELLE.
    05 KLASSEN-VORGABE OCCURS 4 TIMES.
        10 KV-KATEGORIE PIC X(15).
        10 KV-SCHWERE   PIC X(09).
        10 KV-GRUPPE    PIC X(12).
        10 KV-FRIST     PIC 9(04).
01 KV-IDX PIC 9.

01 KLASSEN-ANZAHL PIC 9(2) VALUE 0.
01 KLASSEN-TABELLE.
    05 KLASSE-EINTRAG OCCURS 1 TO 50 TIMES
                      DEPENDING ON KLASSEN-ANZAHL
                      INDEXED BY KL-IDX.
        10 KL-KATEGORIE PIC X(15).
        10 KL-SCHWERE   PIC X(08).
        10 KL-GRUPPE    PIC X(12).
        10 KL-FRIST     PIC 9(04).
01 KL-FELD-1 PIC X(15).
01 KL-FELD-2 PIC X(10).
01 KL-FELD-3 PIC X(15).
01 KL-FELD-4 PIC X(6).

*> Kontaktstufen je Gruppe.
01 KONTAKT-ANZAHL PIC 9(3) VALUE 0.
01 KONTAKT-TABELLE.
    05 KONTAKT-EINTRAG OCCURS 1 TO 200 TIMES
                       DEPENDING ON KONTAKT-ANZAHL
                       INDEXED BY KT-IDX.
        10 KT-GRUPPE  PIC X(12).
        10 KT-STUFE   PIC 9(1).
        10 KT-KONTAKT PIC X(40).
01 KT-FELD-1 PIC X(15).
01 KT-FELD-2 PIC X(5).
01 KT-PTR    PIC 9(3).
01 SUCH-GRUPPE  PIC X(12).
01 SUCH-STUFE   PIC 9(1).
01 GEF-KONTAKT  PIC X(40).

*> Zerlegung einer ALARM.LOG-Zeile.
01 ALM-ZEILE-TS   PIC X(20).
01 ALM-KATEGORIE  PIC X(15).

*> Benachrichtigung (eine Spoolzeile).
01 SPOOL-SATZ.
    05 SP-ZEIT     PIC X(14).
    05 FILLER      PIC X(01) VALUE SPACE.
    05 SP-KONTAKT  PIC X(40).
    05 FILLER      PIC X(01) VALUE SPACE.
    05 SP-ART      PIC X(10).
    05 FILLER      PIC X(01) VALUE SPACE.
    05 SP-ID       PIC 9(06).
    05 FILLER      PIC X(01) VALUE SPACE.
    05 SP-STUFE    PIC 9(01).
    05 FILLER      PIC X(01) VALUE SPACE.
    05 SP-SCHWERE  PIC X(08).
    05 FILLER      PIC X(01) VALUE SPACE.
    05 SP-GRUPPE   PIC X(12).
    05 FILLER      PIC X(01) VALUE SPACE.
    05 SP-TEXT     PIC X(96).
01 SPOOL-STUFE-BIS PIC 9(1).

*> Minuten zwischen zwei Zeitstempeln JJJJMMTTHHMMSS.
01 DIFF-VON     PIC X(14).
01 DIFF-BIS     PIC X(14).
01 DIFF-TAG-VON PIC 9(8).
01 DIFF-TAG-BIS PIC 9(8).
01 DIFF-MINUTEN PIC S9(9).

*> Registersperre (ALARM-REGISTER.LCK) - wie die Laufsperre in
*> buchungen_einbettung.cbl; der Lauf dauert Sekunden.
01 STALE-MINUTEN PIC 9(4) VALUE 10.
01 CMD-SPERRE-WEG PIC X(40) VALUE "rm -f ALARM-REGISTER.LCK".
01 CMD-REGISTER-TAUSCH PIC X(60)
   VALUE "mv ALARM-REGISTER.NEU ALARM-REGISTER.DAT".
01 RC-MERKER PIC S9(9).

01 CNT-NEU         PIC 9(4) VALUE 0.
01 CNT-ESKALIERT   PIC 9(4) VALUE 0.
01 CNT-OFFEN       PIC 9(4) VALUE 0.
01 CNT-QUITTIERT   PIC 9(4) VALUE 0.
01 CNT-SPOOL       PIC 9(4) VALUE 0.
01 DRUCK-SCHWERE   PIC X(8).
01 PRINT-ZEIT      PIC X(16).
01 PRINT-ALTER     PIC ZZZZ9.
01 PRINT-STUNDEN   PIC ZZ9.
01 MELDUNG PIC X(120).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    IF ALARM-MODUS = "QUITTIEREN"
     AND (ARG-ID = 0 OR ARG-WER = SPACES OR ARG-MASSNAHME = SPACES)
        PERFORM FRAGE-QUITTUNG-AB
    END-IF.

    PERFORM HOLE-REGISTERSPERRE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO JETZT-ZEIT.
    PERFORM LADE-KLASSEN.
    PERFORM LADE-KONTAKTE.
    PERFORM LADE-AKTIVE-FIRMA.
    PERFORM LADE-REGISTER.

    PERFORM UEBERNIMM-NEUE-ALARME.
    PERFORM ESKALIERE-OFFENE-ALARME.
    IF ALARM-MODUS = "QUITTIEREN"
        PERFORM QUITTIERE-ALARM
    END-IF.
    PERFORM SCHREIBE-REGISTER.

    DISPLAY "ALARM-VERWALTUNG: " CNT-NEU " neu, "
            CNT-ESKALIERT " eskaliert, " CNT-SPOOL
            " Benachrichtigung(en) gespoolt.".
    IF ALARM-MODUS = "UEBERGABE"
        PERFORM DRUCKE-UEBERGABE
    END-IF.

    PERFORM GEBE-REGISTERSPERRE-FREI.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER
    IF WS-ARGUMENT-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-ARGUMENT-INDEX
    DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
    ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGUMENT-WERT))
        TO ALARM-MODUS
    EVALUATE ALARM-MODUS
        WHEN "UEBERGABE"
            IF WS-ARGUMENT-ANZAHL >= 2
                MOVE 2 TO WS-ARGUMENT-INDEX
                DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
                ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
                IF FUNCTION TRIM(WS-ARGUMENT-WERT) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-ARGUMENT-WERT)
                        TO UEBERGABE-STUNDEN
                END-IF
            END-IF
        WHEN "QUITTIEREN"
            PERFORM PARSE-QUITTUNG
        WHEN OTHER
            DISPLAY "Unbekannter Parameter '"
                    FUNCTION TRIM(WS-ARGUMENT-WERT)
                    "' - Aufruf: alarm_verwaltung [QUITTIEREN"
                    " <Nr> <Wer> <Massnahme> | UEBERGABE [Stunden]]"
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #5.1 QUITTIEREN <Nr> <Wer> <Massnahme ...>
*> ----------------------------------------------------------------
*> Die Massnahme darf aus mehreren Woertern bestehen - alle
*> weiteren Argumente werden mit Leerzeichen angehaengt.
PARSE-QUITTUNG.
    IF WS-ARGUMENT-ANZAHL < 2
        EXIT PARAGRAPH
    END-IF
    MOVE 2 TO WS-ARGUMENT-INDEX
    DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
    ACCEPT ARG-ID-RAW FROM ARGUMENT-VALUE
    PERFORM PRUEFE-ARG-ID
    IF WS-ARGUMENT-ANZAHL >= 3
        MOVE 3 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT ARG-WER FROM ARGUMENT-VALUE
    END-IF
    MOVE 1 TO MASSNAHME-PTR
    PERFORM VARYING WS-ARGUMENT-INDEX FROM 4 BY 1
            UNTIL WS-ARGUMENT-INDEX > WS-ARGUMENT-ANZAHL
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF MASSNAHME-PTR > 1 AND MASSNAHME-PTR < 60
            STRING " " DELIMITED BY SIZE
                INTO ARG-MASSNAHME WITH POINTER MASSNAHME-PTR
            END-STRING
        END-IF
        IF MASSNAHME-PTR < 60
            STRING FUNCTION TRIM(WS-ARGUMENT-WERT) DELIMITED BY SIZE
                INTO ARG-MASSNAHME WITH POINTER MASSNAHME-PTR
            END-STRING
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.2 Alarmnummer aus ARG-ID-RAW pruefen
*> ----------------------------------------------------------------
PRUEFE-ARG-ID.
    MOVE 0 TO ARG-ID
    IF FUNCTION TRIM(ARG-ID-RAW) IS NUMERIC
        MOVE FUNCTION NUMVAL(ARG-ID-RAW) TO ARG-ID
    ELSE
        DISPLAY "Alarmnummer '" FUNCTION TRIM(ARG-ID-RAW)
                "' ist nicht numerisch."
    END-IF.


*> ----------------------------------------------------------------
*> #5.3 Quittung an der Konsole erfragen (Aufruf aus dem Menue)
*> ----------------------------------------------------------------
FRAGE-QUITTUNG-AB.
    IF ARG-ID = 0
        DISPLAY "Alarmnummer: "
        MOVE SPACES TO ARG-ID-RAW
        ACCEPT ARG-ID-RAW
        PERFORM PRUEFE-ARG-ID
    END-IF
    IF ARG-WER = SPACES
        DISPLAY "Quittiert von (Name): "
        ACCEPT ARG-WER
    END-IF
    IF ARG-MASSNAHME = SPACES
        DISPLAY "Massnahme: "
        ACCEPT ARG-MASSNAHME
    END-IF.


*> ================================================================
*> #6 Registersperre holen (ALARM-REGISTER.LCK)
*> ================================================================
*> mirrors HOLE-LAUFSPERRE in buchungen_einbettung.cbl.
HOLE-REGISTERSPERRE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DIFF-BIS
    OPEN INPUT REGISTER-SPERRE
    IF FS-SPERRE = "00"
        MOVE SPACES TO REGISTER-SPERRE-RECORD
        READ REGISTER-SPERRE
            AT END CONTINUE
        END-READ
        CLOSE REGISTER-SPERRE
        IF LCK-ZEIT IS NUMERIC
            MOVE LCK-ZEIT TO DIFF-VON
            PERFORM BERECHNE-MINUTEN
        ELSE
            COMPUTE DIFF-MINUTEN = STALE-MINUTEN + 1
        END-IF
        IF DIFF-MINUTEN <= STALE-MINUTEN
            DISPLAY "ALARM-REGISTER.LCK gehalten seit " LCK-ZEIT
                    " - bitte in einer Minute erneut versuchen."
            MOVE 2 TO RETURN-CODE
            GOBACK
        ELSE
            DISPLAY "WARNUNG: verwaiste Registersperre ("
                    LCK-ZEIT ") wird uebernommen."
        END-IF
    END-IF
    OPEN OUTPUT REGISTER-SPERRE
    IF FS-SPERRE = "00"
        MOVE SPACES TO REGISTER-SPERRE-RECORD
        MOVE "ALARM-VERWALTUNG" TO LCK-PROGRAMM
        MOVE DIFF-BIS TO LCK-ZEIT
        WRITE REGISTER-SPERRE-RECORD
        CLOSE REGISTER-SPERRE
    END-IF.


*> ----------------------------------------------------------------
*> #6.1 Registersperre freigeben
*> ----------------------------------------------------------------
GEBE-REGISTERSPERRE-FREI.
    MOVE RETURN-CODE TO RC-MERKER
    CALL "SYSTEM" USING CMD-SPERRE-WEG
    MOVE RC-MERKER TO RETURN-CODE.


*> ================================================================
*> #7 Konfiguration laden
*> ================================================================
*> Alarmklassen: erst die Datei, sonst die eingebaute Tabelle.
LADE-KLASSEN.
    MOVE 0 TO KLASSEN-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KLASSEN-CFG
    IF FS-KLASSEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KLASSEN-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-KLASSE
            END-READ
        END-PERFORM
        CLOSE KLASSEN-CFG
    END-IF
    MOVE "N" TO EOF-FLAG
    IF KLASSEN-ANZAHL = 0
        PERFORM VARYING KV-IDX FROM 1 BY 1 UNTIL KV-IDX > 4
            ADD 1 TO KLASSEN-ANZAHL
            MOVE KV-KATEGORIE(KV-IDX) TO KL-KATEGORIE(KLASSEN-ANZAHL)
            MOVE KV-SCHWERE(KV-IDX)   TO KL-SCHWERE(KLASSEN-ANZAHL)
            MOVE KV-GRUPPE(KV-IDX)    TO KL-GRUPPE(KLASSEN-ANZAHL)
            MOVE KV-FRIST(KV-IDX)     TO KL-FRIST(KLASSEN-ANZAHL)
        END-PERFORM
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Eine Zeile der ALARM-KLASSEN.CFG uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-KLASSE.
    IF KLASSEN-CFG-ZEILE = SPACES OR KLASSEN-ANZAHL >= 50
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO KL-FELD-1 KL-FELD-2 KL-FELD-3 KL-FELD-4
    UNSTRING FUNCTION TRIM(KLASSEN-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO KL-FELD-1 KL-FELD-2 KL-FELD-3 KL-FELD-4
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(KL-FELD-2) TO KL-FELD-2
    IF KL-FELD-2 NOT = "KRITISCH" AND NOT = "HOCH"
                                  AND NOT = "NORMAL"
     OR KL-FELD-3 = SPACES
     OR FUNCTION TRIM(KL-FELD-4) IS NOT NUMERIC
        DISPLAY "ALARM-KLASSEN.CFG: Zeile '"
                FUNCTION TRIM(KLASSEN-CFG-ZEILE)
                "' unvollstaendig, ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO KLASSEN-ANZAHL
    MOVE FUNCTION UPPER-CASE(KL-FELD-1)
        TO KL-KATEGORIE(KLASSEN-ANZAHL)
    MOVE KL-FELD-2 TO KL-SCHWERE(KLASSEN-ANZAHL)
    MOVE FUNCTION UPPER-CASE(KL-FELD-3) TO KL-GRUPPE(KLASSEN-ANZAHL)
    MOVE FUNCTION NUMVAL(KL-FELD-4) TO KL-FRIST(KLASSEN-ANZAHL).


*> ----------------------------------------------------------------
*> #7.2 Kontaktstufen laden (ALARM-KONTAKTE.CFG)
*> ----------------------------------------------------------------
LADE-KONTAKTE.
    MOVE 0 TO KONTAKT-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KONTAKTE-CFG
    IF FS-KONTAKTE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KONTAKTE-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-KONTAKT
            END-READ
        END-PERFORM
        CLOSE KONTAKTE-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.3 Eine Kontaktzeile uebernehmen - der Kontakt ist der Rest
*>      der Zeile (Adresse, Rufnummer, Name)
*> ----------------------------------------------------------------
UEBERNIMM-KONTAKT.
    IF KONTAKTE-CFG-ZEILE = SPACES OR KONTAKT-ANZAHL >= 200
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO KT-FELD-1 KT-FELD-2
    MOVE 1 TO KT-PTR
    MOVE FUNCTION TRIM(KONTAKTE-CFG-ZEILE) TO KONTAKTE-CFG-ZEILE
    UNSTRING KONTAKTE-CFG-ZEILE DELIMITED BY ALL SPACE
        INTO KT-FELD-1 KT-FELD-2
        WITH POINTER KT-PTR
    END-UNSTRING
    IF KT-FELD-2(1:1) IS NOT NUMERIC OR KT-FELD-2(1:1) = "0"
     OR KT-FELD-2(2:1) NOT = SPACE
     OR KT-PTR > 80 OR KONTAKTE-CFG-ZEILE(KT-PTR:) = SPACES
        DISPLAY "ALARM-KONTAKTE.CFG: Zeile '"
                FUNCTION TRIM(KONTAKTE-CFG-ZEILE)
                "' unvollstaendig, ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO KONTAKT-ANZAHL
    MOVE FUNCTION UPPER-CASE(KT-FELD-1) TO KT-GRUPPE(KONTAKT-ANZAHL)
    MOVE KT-FELD-2(1:1) TO KT-STUFE(KONTAKT-ANZAHL)
    MOVE KONTAKTE-CFG-ZEILE(KT-PTR:) TO KT-KONTAKT(KONTAKT-ANZAHL).


*> ----------------------------------------------------------------
*> #7.4 Aktive Firma (FIRMA-AKTIV.DAT) fuer neue Alarme merken
*> ----------------------------------------------------------------
LADE-AKTIVE-FIRMA.
    MOVE SPACES TO AKTIVE-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-FIRMA = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END MOVE FA-FIRMA TO AKTIVE-FIRMA
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.


*> ================================================================
*> #8 Register laden
*> ================================================================
LADE-REGISTER.
    MOVE 0 TO REG-ANZAHL REG-LETZTE-ID
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ALARM-REGISTER
    IF FS-REGISTER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ALARM-REGISTER INTO ALARM-REGISTER-RECORD
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF ALM-ID IS NUMERIC AND REG-ANZAHL < 5000
                        ADD 1 TO REG-ANZAHL
                        MOVE ALARM-REGISTER-RECORD
                            TO REG-SATZ(REG-ANZAHL)
                        IF ALM-ID > REG-LETZTE-ID
                            MOVE ALM-ID TO REG-LETZTE-ID
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ALARM-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Register zurueckschreiben (.NEU, dann umbenennen)
*> ----------------------------------------------------------------
SCHREIBE-REGISTER.
    OPEN OUTPUT REGISTER-NEU
    IF FS-REGISTER-NEU NOT = "00"
        DISPLAY "ALARM-REGISTER.NEU kann nicht geschrieben werden,"
                " Status=" FS-REGISTER-NEU
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO REGISTER-NEU-ZEILE
        WRITE REGISTER-NEU-ZEILE
    END-PERFORM
    CLOSE REGISTER-NEU
    MOVE RETURN-CODE TO RC-MERKER
    CALL "SYSTEM" USING CMD-REGISTER-TAUSCH
    MOVE RC-MERKER TO RETURN-CODE.


*> ================================================================
*> #9 Neue ALARM.LOG-Zeilen uebernehmen
*> ================================================================
*> Bekannt ist eine Zeile, wenn sie woertlich als ALM-TEXT im
*> Register steht - so bleibt die Uebernahme auch dann
*> vollstaendig, wenn nach einem Firmenwechsel aeltere Zeilen
*> einer anderen Firma im ALARM.LOG auftauchen.
UEBERNIMM-NEUE-ALARME.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ALARM-LOG
    IF FS-ALARM NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ALARM-LOG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF ALARM-LOG-ZEILE NOT = SPACES
                    PERFORM PRUEFE-ALARMZEILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE ALARM-LOG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.1 Eine ALARM.LOG-Zeile pruefen und ggf. als Alarm anlegen
*> ----------------------------------------------------------------
PRUEFE-ALARMZEILE.
    MOVE "N" TO REG-BEKANNT
    PERFORM VARYING REG-POS FROM 1 BY 1
            UNTIL REG-POS > REG-ANZAHL OR REG-BEKANNT = "J"
        IF REG-SATZ(REG-POS)(177:120) = ALARM-LOG-ZEILE
            MOVE "J" TO REG-BEKANNT
        END-IF
    END-PERFORM
    IF REG-BEKANNT = "J"
        EXIT PARAGRAPH
    END-IF
    IF REG-ANZAHL >= 5000
        DISPLAY "WARNUNG: ALARM-REGISTER.DAT voll (5000 Alarme) -"
                " bitte BESTANDS-BEREINIGUNG laufen lassen."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO ALM-ZEILE-TS ALM-KATEGORIE
    UNSTRING ALARM-LOG-ZEILE DELIMITED BY ALL SPACE OR "=" OR ":"
        INTO ALM-ZEILE-TS ALM-KATEGORIE
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(ALM-KATEGORIE) TO ALM-KATEGORIE

    MOVE SPACES TO ALARM-REGISTER-RECORD
    ADD 1 TO REG-LETZTE-ID
    MOVE REG-LETZTE-ID TO ALM-ID
    IF ALM-ZEILE-TS(1:14) IS NUMERIC
        MOVE ALM-ZEILE-TS(1:14) TO ALM-ZEIT
    ELSE
        MOVE JETZT-ZEIT TO ALM-ZEIT
    END-IF
    PERFORM KLASSIFIZIERE-ALARM
    MOVE AKTIVE-FIRMA TO ALM-FIRMA
    SET ALM-OFFEN TO TRUE
    MOVE 1 TO ALM-STUFE
    MOVE JETZT-ZEIT TO ALM-GEMELDET
    MOVE ALARM-LOG-ZEILE TO ALM-TEXT
    ADD 1 TO CNT-NEU

    MOVE "ALARM" TO SP-ART
    MOVE 1 TO SPOOL-STUFE-BIS
    PERFORM SPOOLE-BENACHRICHTIGUNG

    ADD 1 TO REG-ANZAHL
    MOVE ALARM-REGISTER-RECORD TO REG-SATZ(REG-ANZAHL).


*> ----------------------------------------------------------------
*> #9.2 Schwere, Gruppe und Frist zur Kategorie ermitteln
*> ----------------------------------------------------------------
KLASSIFIZIERE-ALARM.
    MOVE "NORMAL"  TO ALM-SCHWERE
    MOVE "BETRIEB" TO ALM-GRUPPE
    MOVE 480       TO ALM-FRIST-MIN
    SET KL-IDX TO 1
    SEARCH KLASSE-EINTRAG
        AT END
            SET KL-IDX TO 1
            SEARCH KLASSE-EINTRAG
                AT END CONTINUE
                WHEN KL-KATEGORIE(KL-IDX) = "*"
                    MOVE KL-SCHWERE(KL-IDX) TO ALM-SCHWERE
                    MOVE KL-GRUPPE(KL-IDX)  TO ALM-GRUPPE
                    MOVE KL-FRIST(KL-IDX)   TO ALM-FRIST-MIN
            END-SEARCH
        WHEN KL-KATEGORIE(KL-IDX) = ALM-KATEGORIE
            MOVE KL-SCHWERE(KL-IDX) TO ALM-SCHWERE
            MOVE KL-GRUPPE(KL-IDX)  TO ALM-GRUPPE
            MOVE KL-FRIST(KL-IDX)   TO ALM-FRIST-MIN
    END-SEARCH.


*> ================================================================
*> #10 Ueberfaellige Alarme eskalieren
*> ================================================================
*> Ist ein offener Alarm seit der letzten Benachrichtigung laenger
*> als seine Frist unquittiert und gibt es fuer seine Gruppe eine
*> hoehere Kontaktstufe, geht er an diese. Auf der hoechsten Stufe
*> bleibt er stehen - die Schichtuebergabe zeigt ihn weiter.
ESKALIERE-OFFENE-ALARME.
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO ALARM-REGISTER-RECORD
        IF ALM-OFFEN AND ALM-STUFE < 9
            MOVE ALM-GEMELDET TO DIFF-VON
            MOVE JETZT-ZEIT   TO DIFF-BIS
            PERFORM BERECHNE-MINUTEN
            IF DIFF-MINUTEN >= ALM-FRIST-MIN
                MOVE ALM-GRUPPE TO SUCH-GRUPPE
                COMPUTE SUCH-STUFE = ALM-STUFE + 1
                PERFORM SUCHE-KONTAKT
                IF GEF-KONTAKT NOT = SPACES
                    ADD 1 TO ALM-STUFE
                    MOVE JETZT-ZEIT TO ALM-GEMELDET
                    ADD 1 TO CNT-ESKALIERT
                    MOVE "ESKALATION" TO SP-ART
                    MOVE GEF-KONTAKT TO SP-KONTAKT
                    PERFORM SCHREIBE-SPOOLZEILE
                    MOVE ALARM-REGISTER-RECORD TO REG-SATZ(REG-POS)
                END-IF
            END-IF
        END-IF
    END-PERFORM.


*> ================================================================
*> #11 Alarm quittieren
*> ================================================================
*> Bearbeiter und Massnahme sind Pflicht. Alle bisher
*> benachrichtigten Stufen erhalten eine Erledigt-Meldung.
QUITTIERE-ALARM.
    IF ARG-ID = 0 OR ARG-WER = SPACES OR ARG-MASSNAHME = SPACES
        DISPLAY "Quittung abgelehnt: Alarmnummer, Bearbeiter und"
                " Massnahme sind Pflicht."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO REG-POS
    PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > REG-ANZAHL
        IF REG-SATZ(RG-IDX)(1:6) = ARG-ID
            SET REG-POS TO RG-IDX
        END-IF
    END-PERFORM
    IF REG-POS = 0
        DISPLAY "Quittung abgelehnt: Alarm " ARG-ID
                " steht nicht im Register."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE REG-SATZ(REG-POS) TO ALARM-REGISTER-RECORD
    IF ALM-QUITTIERT
        DISPLAY "Alarm " ARG-ID " wurde bereits am "
                ALM-QUITT-ZEIT " von " FUNCTION TRIM(ALM-QUITT-VON)
                " quittiert."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    SET ALM-QUITTIERT TO TRUE
    MOVE ARG-WER       TO ALM-QUITT-VON
    MOVE JETZT-ZEIT    TO ALM-QUITT-ZEIT
    MOVE ARG-MASSNAHME TO ALM-MASSNAHME
    MOVE ALARM-REGISTER-RECORD TO REG-SATZ(REG-POS)
    MOVE "QUITTIERT" TO SP-ART
    MOVE ALM-STUFE TO SPOOL-STUFE-BIS
    PERFORM SPOOLE-BENACHRICHTIGUNG
    DISPLAY "Alarm " ARG-ID " quittiert von "
            FUNCTION TRIM(ARG-WER) ": " FUNCTION TRIM(ARG-MASSNAHME)
    MOVE 0 TO RETURN-CODE.


*> ================================================================
*> #12 Benachrichtigungen
*> ================================================================
*> Je Stufe 1 bis SPOOL-STUFE-BIS eine Zeile an den Kontakt der
*> Gruppe; fuer Stufe 1 ohne Kontakt an BEDIENER.
SPOOLE-BENACHRICHTIGUNG.
    PERFORM VARYING SUCH-STUFE FROM 1 BY 1
            UNTIL SUCH-STUFE > SPOOL-STUFE-BIS
        MOVE ALM-GRUPPE TO SUCH-GRUPPE
        PERFORM SUCHE-KONTAKT
        IF GEF-KONTAKT = SPACES AND SUCH-STUFE = 1
            MOVE "BEDIENER" TO GEF-KONTAKT
        END-IF
        IF GEF-KONTAKT NOT = SPACES
            MOVE GEF-KONTAKT TO SP-KONTAKT
            PERFORM SCHREIBE-SPOOLZEILE
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #12.1 Kontakt fuer SUCH-GRUPPE/SUCH-STUFE (sonst Gruppe "*")
*> ----------------------------------------------------------------
SUCHE-KONTAKT.
    MOVE SPACES TO GEF-KONTAKT
    IF KONTAKT-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET KT-IDX TO 1
    SEARCH KONTAKT-EINTRAG
        AT END CONTINUE
        WHEN KT-GRUPPE(KT-IDX) = SUCH-GRUPPE
         AND KT-STUFE(KT-IDX) = SUCH-STUFE
            MOVE KT-KONTAKT(KT-IDX) TO GEF-KONTAKT
    END-SEARCH
    IF GEF-KONTAKT = SPACES
        SET KT-IDX TO 1
        SEARCH KONTAKT-EINTRAG
            AT END CONTINUE
            WHEN KT-GRUPPE(KT-IDX) = "*"
             AND KT-STUFE(KT-IDX) = SUCH-STUFE
                MOVE KT-KONTAKT(KT-IDX) TO GEF-KONTAKT
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #12.2 Eine Spoolzeile (SP-KONTAKT, SP-ART) fuer den Arbeitssatz
*> ----------------------------------------------------------------
SCHREIBE-SPOOLZEILE.
    MOVE JETZT-ZEIT  TO SP-ZEIT
    MOVE ALM-ID      TO SP-ID
    MOVE ALM-STUFE   TO SP-STUFE
    MOVE ALM-SCHWERE TO SP-SCHWERE
    MOVE ALM-GRUPPE  TO SP-GRUPPE
    IF SP-ART = "QUITTIERT"
        MOVE SPACES TO SP-TEXT
        STRING "von " FUNCTION TRIM(ALM-QUITT-VON) ": "
               FUNCTION TRIM(ALM-MASSNAHME)
            INTO SP-TEXT
        END-STRING
    ELSE
        MOVE ALM-TEXT TO SP-TEXT
    END-IF
    OPEN EXTEND BENACHRICHTIGUNG
    IF FS-SPOOL NOT = "00"
        CLOSE BENACHRICHTIGUNG
        OPEN OUTPUT BENACHRICHTIGUNG
    END-IF
    IF FS-SPOOL = "00"
        MOVE SPOOL-SATZ TO SPOOL-ZEILE
        WRITE SPOOL-ZEILE
        CLOSE BENACHRICHTIGUNG
        ADD 1 TO CNT-SPOOL
    ELSE
        DISPLAY "WARNUNG: BENACHRICHTIGUNG.SPOOL nicht"
                " beschreibbar, Status=" FS-SPOOL
    END-IF.


*> ================================================================
*> #13 Schichtuebergabe (ALARM-UEBERGABE.RPT)
*> ================================================================
*> Offene Alarme nach Schwere (KRITISCH zuerst), danach die in
*> den letzten UEBERGABE-STUNDEN quittierten mit Bearbeiter und
*> Massnahme.
DRUCKE-UEBERGABE.
    OPEN OUTPUT UEBERGABE-REPORT
    MOVE 0 TO CNT-OFFEN CNT-QUITTIERT
    MOVE JETZT-ZEIT TO DIFF-BIS
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    MOVE JETZT-ZEIT TO DIFF-VON
    PERFORM FORMATIERE-ZEIT
    STRING "Alarm-Schichtuebergabe vom " PRINT-ZEIT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    MOVE "Offene Alarme:" TO MELDUNG
    PERFORM MELDE
    MOVE "KRITISCH" TO DRUCK-SCHWERE
    PERFORM DRUCKE-OFFENE-SCHWERE
    MOVE "HOCH" TO DRUCK-SCHWERE
    PERFORM DRUCKE-OFFENE-SCHWERE
    MOVE "NORMAL" TO DRUCK-SCHWERE
    PERFORM DRUCKE-OFFENE-SCHWERE
    IF CNT-OFFEN = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF

    MOVE " " TO MELDUNG
    PERFORM MELDE
    MOVE UEBERGABE-STUNDEN TO PRINT-STUNDEN
    STRING "Quittiert in den letzten "
           FUNCTION TRIM(PRINT-STUNDEN) " Stunden:"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO ALARM-REGISTER-RECORD
        IF ALM-QUITTIERT AND ALM-QUITT-ZEIT IS NUMERIC
            MOVE ALM-QUITT-ZEIT TO DIFF-VON
            PERFORM BERECHNE-MINUTEN
            IF DIFF-MINUTEN <= UEBERGABE-STUNDEN * 60
                PERFORM DRUCKE-QUITTIERTEN-ALARM
            END-IF
        END-IF
    END-PERFORM
    IF CNT-QUITTIERT = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    STRING "Offen: " CNT-OFFEN "  quittiert (Zeitraum): "
           CNT-QUITTIERT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    CLOSE UEBERGABE-REPORT.


*> ----------------------------------------------------------------
*> #13.1 Offene Alarme einer Schwere drucken
*> ----------------------------------------------------------------
DRUCKE-OFFENE-SCHWERE.
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO ALARM-REGISTER-RECORD
        IF ALM-OFFEN AND ALM-SCHWERE = DRUCK-SCHWERE
            ADD 1 TO CNT-OFFEN
            MOVE ALM-ZEIT TO DIFF-VON
            PERFORM FORMATIERE-ZEIT
            PERFORM BERECHNE-MINUTEN
            COMPUTE PRINT-ALTER = DIFF-MINUTEN / 60
            STRING "  Nr " ALM-ID " " ALM-SCHWERE " "
                   ALM-GRUPPE " seit " PRINT-ZEIT
                   " (" FUNCTION TRIM(PRINT-ALTER) " Std)"
                   " Stufe " ALM-STUFE
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
            STRING "           " ALM-TEXT(1:100)
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #13.2 Einen quittierten Alarm drucken
*> ----------------------------------------------------------------
DRUCKE-QUITTIERTEN-ALARM.
    ADD 1 TO CNT-QUITTIERT
    MOVE ALM-QUITT-ZEIT TO DIFF-VON
    PERFORM FORMATIERE-ZEIT
    STRING "  Nr " ALM-ID " " ALM-SCHWERE " " ALM-GRUPPE
           " quittiert " PRINT-ZEIT " von "
           FUNCTION TRIM(ALM-QUITT-VON)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    STRING "           " ALM-TEXT(1:100)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    STRING "           Massnahme: " FUNCTION TRIM(ALM-MASSNAHME)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #14 Hilfsroutinen
*> ================================================================
*> Minuten von DIFF-VON bis DIFF-BIS (JJJJMMTTHHMMSS) -> DIFF-MINUTEN
BERECHNE-MINUTEN.
    MOVE DIFF-VON(1:8) TO DIFF-TAG-VON
    MOVE DIFF-BIS(1:8) TO DIFF-TAG-BIS
    COMPUTE DIFF-MINUTEN =
        (FUNCTION INTEGER-OF-DATE(DIFF-TAG-BIS)
         - FUNCTION INTEGER-OF-DATE(DIFF-TAG-VON)) * 1440
        + FUNCTION NUMVAL(DIFF-BIS(9:2)) * 60
        + FUNCTION NUMVAL(DIFF-BIS(11:2))
        - FUNCTION NUMVAL(DIFF-VON(9:2)) * 60
        - FUNCTION NUMVAL(DIFF-VON(11:2)).


*> DIFF-VON als TT.MM.JJJJ HH:MM -> PRINT-ZEIT
FORMATIERE-ZEIT.
    MOVE SPACES TO PRINT-ZEIT
    STRING DIFF-VON(7:2) "." DIFF-VON(5:2) "." DIFF-VON(1:4) " "
           DIFF-VON(9:2) ":" DIFF-VON(11:2)
        INTO PRINT-ZEIT
    END-STRING.


*> Meldungszeile auf Konsole und in ALARM-UEBERGABE.RPT
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
