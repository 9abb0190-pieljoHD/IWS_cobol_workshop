*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. DATEI-VERSAND.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Versandregister fuer die Dateien, die das Haus verlassen:
*> PAYROLL-EXPORT.DAT an das Lohnbuero, ZAHLUNGSDATEI.DAT und
*> ZAHLUNG-PAIN001.XML an die Bank, ZEITERFASSUNG-ACK.CSV an das
*> Zeiterfassungssystem, die Quartalserhebung (ERHEBUNG-JJJJQn.DAT),
*> die Beitragsnachweise und das FiBu-Journal. Bisher konnte niemand
*> sicher sagen, ob eine Datei wirklich hinausging oder zweimal.
*>
*> Jede neue Fassung einer Ausgangsdatei erhaelt in
*> VERSAND-REGISTER.DAT (Satzbild VERSREC) einen Eintrag mit Ziel,
*> Dateiname, Satzanzahl, den Kontrollsummen aus dem Schlusssatz,
*> dem Fingerabdruck des Inhalts (cksum) und dem Status
*>   BEREIT     erfasst, noch nicht gesendet
*>   GESENDET   uebertragen (automatisch oder von Hand gemeldet)
*>   BESTAETIGT Empfang vom Empfaenger bestaetigt
*>   FEHLER     Uebertragung gescheitert, Datei unvollstaendig
*>              (Schlusssatz fehlt/stimmt nicht) oder vom Empfaenger
*>              zurueckgewiesen
*> Ein Inhalt wird je Ziel nur einmal erfasst; eine identische Datei
*> wird nicht ein zweites Mal gesendet, es sei denn, der Bediener
*> erzwingt es ausdruecklich (ERZWINGEN, mit Namen im Register und
*> im Protokoll). Jede Aktion steht in VERSAND-PROTOKOLL.LOG.
*>
*> VERSAND-ZIELE.CFG: "<Ziel> <Dateimuster> <Kanal> [<Adresse>]"
*>   Ziel      Empfaenger (LOHNBUERO, BANK, ...), max. 12 Zeichen
*>   Muster    Dateiname, "*" als Platzhalter (FIBU-JOURNAL-*.DAT)
*>   Kanal     ABLAGE   Kopie in das Verzeichnis <Adresse>
*>                      (Austauschverzeichnis, SFTP-Ausgang)
*>             KOMMANDO <Adresse> ist ein Kommando, das mit dem
*>                      Dateinamen als letztem Argument aufgerufen
*>                      wird (Return-Code 0 = gesendet)
*>             MANUELL  der Bediener sendet selbst und meldet es mit
*>                      GESENDET
*>   Kanal und Adresse gelten je Ziel - bei mehreren Zeilen eines
*>   Ziels zaehlt die erste. Fehlt die Datei, gilt die eingebaute
*>   Liste ZIEL-VORGABE unten (alle MANUELL).
*>
*> Aufruf: datei_versand                      neue Fassungen erfassen
*>         datei_versand SENDEN               erfassen und alle
*>                                            BEREIT-Dateien ueber
*>                                            ihren Kanal senden
*>         datei_versand GESENDET <Nr> <Wer> [ERZWINGEN]
*>                                            Versand von Hand melden
*>         datei_versand ERNEUT <Nr> <Wer> [ERZWINGEN]
*>                                            erneut senden
*>         datei_versand BESTAETIGT <Nr> [<Vermerk ...>]
*>         datei_versand FEHLER <Nr> <Grund ...>
*>         datei_versand LISTE [Tage]         VERSAND-REGISTER.RPT:
*>                                            offene Eintraege und die
*>                                            der letzten Tage
*>                                            (Default 7)
*> Gesendet wird nur die unveraenderte Datei (Fingerabdruck wie beim
*> Erfassen) und nur in der Firma, der der Eintrag gehoert; in der
*> Konzernsicht wird weder erfasst noch gesendet.
*> RETURN-CODE 0; 1 wenn ein Versand scheiterte oder abgelehnt
*> wurde; 2 wenn ein anderer Aufruf das Register fortschreibt
*> (VERSAND-REGISTER.LCK); 8 bei falschem Aufruf oder wenn das
*> Register nicht geschrieben werden kann.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ZIELE-CFG
        ASSIGN TO "VERSAND-ZIELE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZIELE.

    SELECT VERSAND-REGISTER
        ASSIGN TO "VERSAND-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    *> Wie bei ALARM-VERWALTUNG entsteht erst eine .NEU-Datei, die
    *> das Register erst nach vollstaendigem Schreiben ersetzt.
    SELECT REGISTER-NEU
        ASSIGN TO "VERSAND-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.

    SELECT VERSAND-PROTOKOLL
        ASSIGN TO "VERSAND-PROTOKOLL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROTOKOLL.

    *> Ergebnis von cksum je Dateimuster.
    SELECT DATEI-LISTE
        ASSIGN TO "VERSAND-LISTE.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LISTE.

    SELECT ANALYSE-DATEI
        ASSIGN TO ANALYSE-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ANALYSE.

    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    SELECT REGISTER-SPERRE
        ASSIGN TO "VERSAND-REGISTER.LCK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPERRE.

    SELECT VERSAND-REPORT
        ASSIGN TO "VERSAND-REGISTER.RPT"
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
FD ZIELE-CFG.
01 ZIELE-CFG-ZEILE PIC X(160).

FD VERSAND-REGISTER.
01 REGISTER-ZEILE PIC X(263).

FD REGISTER-NEU.
01 REGISTER-NEU-ZEILE PIC X(263).

*> Versandprotokoll, eine Zeile je Aktion.
FD VERSAND-PROTOKOLL.
01 VERSAND-PROTOKOLL-RECORD.
    05 VP-ZEIT    PIC X(14).
    05 FILLER     PIC X(01).
    05 VP-NUMMER  PIC 9(06).
    05 FILLER     PIC X(01).
    05 VP-AKTION  PIC X(10).
    05 FILLER     PIC X(01).
    05 VP-WER     PIC X(10).
    05 FILLER     PIC X(01).
    05 VP-ZIEL    PIC X(12).
    05 FILLER     PIC X(01).
    05 VP-DATEI   PIC X(40).
    05 FILLER     PIC X(01).
    05 VP-TEXT    PIC X(80).

FD DATEI-LISTE.
01 DATEI-LISTE-ZEILE PIC X(120).

FD ANALYSE-DATEI.
01 ANALYSE-ZEILE PIC X(400).

FD FIRMA-AKTIV.
COPY FIRMREC.

FD REGISTER-SPERRE.
01 REGISTER-SPERRE-RECORD.
    05 LCK-PROGRAMM PIC X(20).
    05 LCK-ZEIT     PIC 9(14).

FD VERSAND-REPORT.
01 REPORT-ZEILE PIC X(132).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-ZIELE        PIC XX VALUE SPACES.
77 FS-REGISTER     PIC XX VALUE SPACES.
77 FS-REGISTER-NEU PIC XX VALUE SPACES.
77 FS-PROTOKOLL    PIC XX VALUE SPACES.
77 FS-LISTE        PIC XX VALUE SPACES.
77 FS-ANALYSE      PIC XX VALUE SPACES.
77 FS-FIRMA        PIC XX VALUE SPACES.
77 FS-SPERRE       PIC XX VALUE SPACES.
77 FS-REPORT       PIC XX VALUE SPACES.
77 EOF-FLAG        PIC X  VALUE "N".
77 EOF-ANALYSE     PIC X  VALUE "N".

*> Arbeitssatz des Registers.
COPY VERSREC.

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(60) VALUE SPACES.
01 VERSAND-MODUS PIC X(10) VALUE "ERFASSEN".
01 ARG-NR       PIC 9(6) VALUE 0.
01 ARG-NR-RAW   PIC X(10) VALUE SPACES.
01 ARG-WER      PIC X(10) VALUE SPACES.
01 ARG-ERZWINGEN PIC X VALUE "N".
01 ARG-VERMERK  PIC X(60) VALUE SPACES.
01 VERMERK-PTR  PIC 9(3).
01 LISTE-TAGE   PIC 9(3) VALUE 7.

01 JETZT-ZEIT   PIC X(14).
01 HEUTE-DATUM  PIC 9(8).
01 AKTIVE-FIRMA PIC X(2) VALUE SPACES.

*> Eingebaute Versandziele, falls VERSAND-ZIELE.CFG fehlt.
01 ZIEL-VORGABE-TABELLE.
    05 FILLER PIC X(52) VALUE
       "LOHNBUERO   PAYROLL-EXPORT.DAT                      ".
    05 FILLER PIC X(52) VALUE
       "BANK        ZAHLUNGSDATEI.DAT                       ".
    05 FILLER PIC X(52) VALUE
       "BANK        ZAHLUNG-PAIN001.XML                     ".
    05 FILLER PIC X(52) VALUE
       "BANK        LASTSCHRIFT-PAIN008.XML                 ".
    05 FILLER PIC X(52) VALUE
       "ZEITERFASS  ZEITERFASSUNG-ACK.CSV                   ".
    05 FILLER PIC X(52) VALUE
       "STATISTIK   ERHEBUNG-*.DAT                          ".
    05 FILLER PIC X(52) VALUE
       "KRANKENKASSEBEITRAGSNACHWEIS-*.TXT                  ".
    05 FILLER PIC X(52) VALUE
       "FIBU        FIBU-JOURNAL-*.DAT                      ".
01 ZIEL-VORGABE-LISTE REDEFINES ZIEL-VORGABE-TABELLE.
    05 ZIEL-VORGABE OCCURS 8 TIMES.
        10 ZV-ZIEL   PIC X(12).
        10 ZV-MUSTER PIC X(40).
01 ZV-IDX PIC 9.

01 ZIEL-ANZAHL PIC 9(3) VALUE 0.
01 ZIEL-TABELLE.
    05 ZIEL-EINTRAG OCCURS 1 TO 100 TIMES
                    DEPENDING ON ZIEL-ANZAHL
                    INDEXED BY ZL-IDX.
        10 ZL-ZIEL    PIC X(12).
        10 ZL-MUSTER  PIC X(40).
        10 ZL-KANAL   PIC X(08).
        10 ZL-ADRESSE PIC X(100).
01 ZL-POS    PIC 9(3).
01 ZL-FELD-ZIEL   PIC X(20).
01 ZL-FELD-MUSTER PIC X(60).
01 ZL-FELD-KANAL  PIC X(10).
01 ZL-PTR    PIC 9(3).
01 GEF-KANAL   PIC X(08).
01 GEF-ADRESSE PIC X(100).

*> Register im Speicher, Reihenfolge = Versandnummer.
01 REG-ANZAHL PIC 9(4) VALUE 0.
01 REG-TABELLE.
    05 REG-EINTRAG OCCURS 1 TO 9999 TIMES
                   DEPENDING ON REG-ANZAHL
                   INDEXED BY RG-IDX.
        10 REG-SATZ PIC X(263).
01 REG-POS        PIC 9(4).
01 REG-SUCH-POS   PIC 9(4).
01 REG-LETZTE-NR  PIC 9(6) VALUE 0.
01 REG-BEKANNT    PIC X.
01 REG-GEAENDERT  PIC X VALUE "N".

*> Eine cksum-Zeile "<CRC> <Bytes> <Datei>".
01 CK-CRC     PIC X(12).
01 CK-GROESSE PIC X(12).
01 CK-NAME    PIC X(60).
01 NEU-NUMMER        PIC 9(6).
01 NEU-ZIEL          PIC X(12).
01 NEU-DATEI         PIC X(40).
01 NEU-FINGERABDRUCK PIC X(24).
01 AKT-FINGERABDRUCK PIC X(24).

*> Inhaltspruefung einer Datei: Datenzeilen und Schlusssatz.
01 ANALYSE-DATEINAME PIC X(60).
01 ANALYSE-TYP PIC X.
    88 TYP-PAYROLL   VALUE "P".
    88 TYP-CSV       VALUE "C".
    88 TYP-ZAHLUNG   VALUE "Z".
    88 TYP-JOURNAL   VALUE "J".
    88 TYP-SEPA      VALUE "X".
    88 TYP-ALLGEMEIN VALUE "G".
01 AN-ZEILEN        PIC 9(7).
01 AN-TRL-VORHANDEN PIC X.
01 AN-TRL-ANZAHL    PIC 9(7).
01 AN-TRL-ANZAHL-X  PIC X(15).
01 AN-SUMME-1       PIC X(15).
01 AN-SUMME-2       PIC X(15).
01 AN-KONTROLLE     PIC X.
01 AN-VERMERK       PIC X(60).
01 AN-TREFFER       PIC 9(4).
01 AN-POS           PIC 9(4).
01 AN-FELD-1        PIC X(15).
01 PAIN-ZAEHLER     PIC 9(4).
01 PRINT-ANZAHL     PIC Z(6)9.
01 PRINT-TRL        PIC Z(6)9.

01 CMD-LINE PIC X(400).
01 CMD-RC   PIC S9(9).
01 VERSAND-GRUND PIC X(60).
01 VERSAND-OK    PIC X.

*> Minuten zwischen zwei Zeitstempeln JJJJMMTTHHMMSS.
01 DIFF-VON     PIC X(14).
01 DIFF-BIS     PIC X(14).
01 DIFF-TAG-VON PIC 9(8).
01 DIFF-TAG-BIS PIC 9(8).
01 DIFF-MINUTEN PIC S9(9).

*> Registersperre (VERSAND-REGISTER.LCK) - wie die Registersperre
*> in alarm_verwaltung.cbl; ein Sendelauf dauert Minuten.
01 STALE-MINUTEN PIC 9(4) VALUE 60.
01 CMD-SPERRE-WEG PIC X(40) VALUE "rm -f VERSAND-REGISTER.LCK".
01 CMD-REGISTER-TAUSCH PIC X(60)
   VALUE "mv VERSAND-REGISTER.NEU VERSAND-REGISTER.DAT".
01 RC-MERKER PIC S9(9).
01 LAUF-RC   PIC S9(9) VALUE 0.

01 PROT-AKTION PIC X(10).
01 PROT-WER    PIC X(10).
01 PROT-TEXT   PIC X(80).

01 CNT-ERFASST   PIC 9(5) VALUE 0.
01 CNT-BEKANNT   PIC 9(5) VALUE 0.
01 CNT-GESENDET  PIC 9(5) VALUE 0.
01 CNT-FEHLER    PIC 9(5) VALUE 0.
01 CNT-MANUELL   PIC 9(5) VALUE 0.
01 CNT-DRUCK     PIC 9(5) VALUE 0.
01 LISTE-AB-TAG  PIC 9(8).
01 PRINT-ZEIT    PIC X(16).
01 PRINT-GESENDET PIC X(16).
01 MELDUNG PIC X(132).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM HOLE-REGISTERSPERRE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO JETZT-ZEIT.
    MOVE JETZT-ZEIT(1:8) TO HEUTE-DATUM.
    PERFORM LADE-AKTIVE-FIRMA.
    PERFORM LADE-ZIELE.
    PERFORM LADE-REGISTER.

    EVALUATE VERSAND-MODUS
        WHEN "ERFASSEN"
        WHEN "SENDEN"
            IF AKTIVE-FIRMA = "**"
                DISPLAY "Konzernsicht - die Dateien sind"
                        " zusammengefuehrte Sichten und werden weder"
                        " erfasst noch gesendet."
                MOVE 1 TO LAUF-RC
            ELSE
                PERFORM ERFASSE-DATEIEN
                IF VERSAND-MODUS = "SENDEN"
                    PERFORM SENDE-BEREITE
                END-IF
            END-IF
        WHEN "GESENDET"
        WHEN "ERNEUT"
            PERFORM VERSENDE-EINZELN
        WHEN "BESTAETIGT"
            PERFORM BESTAETIGE-EMPFANG
        WHEN "FEHLER"
            PERFORM MELDE-FEHLER
    END-EVALUATE.

    IF REG-GEAENDERT = "J"
        PERFORM SCHREIBE-REGISTER
    END-IF.

    IF VERSAND-MODUS = "ERFASSEN" OR "SENDEN"
        DISPLAY "DATEI-VERSAND: " CNT-ERFASST " neu erfasst, "
                CNT-BEKANNT " bereits bekannt, " CNT-GESENDET
                " gesendet, " CNT-FEHLER " Fehler, " CNT-MANUELL
                " von Hand zu senden."
    END-IF.
    IF VERSAND-MODUS = "LISTE"
        PERFORM DRUCKE-REGISTER
    END-IF.

    MOVE LAUF-RC TO RETURN-CODE.
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
        TO VERSAND-MODUS
    EVALUATE VERSAND-MODUS
        WHEN "ERFASSEN"
        WHEN "SENDEN"
            CONTINUE
        WHEN "LISTE"
            IF WS-ARGUMENT-ANZAHL >= 2
                MOVE 2 TO WS-ARGUMENT-INDEX
                DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
                ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
                IF FUNCTION TRIM(WS-ARGUMENT-WERT) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-ARGUMENT-WERT)
                        TO LISTE-TAGE
                END-IF
            END-IF
        WHEN "GESENDET"
        WHEN "ERNEUT"
            PERFORM PARSE-VERSAND
        WHEN "BESTAETIGT"
        WHEN "FEHLER"
            PERFORM PARSE-VERMERK
        WHEN OTHER
            PERFORM ZEIGE-AUFRUF
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #5.1 GESENDET|ERNEUT <Nr> <Wer> [ERZWINGEN]
*> ----------------------------------------------------------------
PARSE-VERSAND.
    IF WS-ARGUMENT-ANZAHL < 3
        PERFORM ZEIGE-AUFRUF
    END-IF
    MOVE 2 TO WS-ARGUMENT-INDEX
    DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
    ACCEPT ARG-NR-RAW FROM ARGUMENT-VALUE
    PERFORM PRUEFE-ARG-NR
    MOVE 3 TO WS-ARGUMENT-INDEX
    DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
    ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGUMENT-WERT))
        TO ARG-WER
    IF WS-ARGUMENT-ANZAHL >= 4
        MOVE 4 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGUMENT-WERT))
               = "ERZWINGEN"
            MOVE "J" TO ARG-ERZWINGEN
        ELSE
            PERFORM ZEIGE-AUFRUF
        END-IF
    END-IF
    IF ARG-NR = 0 OR ARG-WER = SPACES OR ARG-WER = "ERZWINGEN"
        PERFORM ZEIGE-AUFRUF
    END-IF.


*> ----------------------------------------------------------------
*> #5.2 BESTAETIGT|FEHLER <Nr> <Vermerk ...>
*> ----------------------------------------------------------------
*> Der Vermerk darf aus mehreren Woertern bestehen - alle weiteren
*> Argumente werden mit Leerzeichen angehaengt (wie die Massnahme
*> in alarm_verwaltung.cbl). Fuer FEHLER ist er Pflicht.
PARSE-VERMERK.
    IF WS-ARGUMENT-ANZAHL < 2
        PERFORM ZEIGE-AUFRUF
    END-IF
    MOVE 2 TO WS-ARGUMENT-INDEX
    DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
    ACCEPT ARG-NR-RAW FROM ARGUMENT-VALUE
    PERFORM PRUEFE-ARG-NR
    MOVE 1 TO VERMERK-PTR
    PERFORM VARYING WS-ARGUMENT-INDEX FROM 3 BY 1
            UNTIL WS-ARGUMENT-INDEX > WS-ARGUMENT-ANZAHL
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF VERMERK-PTR > 1 AND VERMERK-PTR < 60
            STRING " " DELIMITED BY SIZE
                INTO ARG-VERMERK WITH POINTER VERMERK-PTR
            END-STRING
        END-IF
        IF VERMERK-PTR < 60
            STRING FUNCTION TRIM(WS-ARGUMENT-WERT) DELIMITED BY SIZE
                INTO ARG-VERMERK WITH POINTER VERMERK-PTR
            END-STRING
        END-IF
    END-PERFORM
    IF ARG-NR = 0
     OR (VERSAND-MODUS = "FEHLER" AND ARG-VERMERK = SPACES)
        PERFORM ZEIGE-AUFRUF
    END-IF.


*> ----------------------------------------------------------------
*> #5.3 Versandnummer aus ARG-NR-RAW pruefen
*> ----------------------------------------------------------------
PRUEFE-ARG-NR.
    MOVE 0 TO ARG-NR
    IF FUNCTION TRIM(ARG-NR-RAW) IS NUMERIC
        MOVE FUNCTION NUMVAL(ARG-NR-RAW) TO ARG-NR
    ELSE
        DISPLAY "Versandnummer '" FUNCTION TRIM(ARG-NR-RAW)
                "' ist nicht numerisch."
    END-IF.


*> ----------------------------------------------------------------
*> #5.4 Aufruf erklaeren und mit RC 8 beenden
*> ----------------------------------------------------------------
ZEIGE-AUFRUF.
    DISPLAY "Aufruf: datei_versand [ERFASSEN | SENDEN"
            " | GESENDET <Nr> <Wer> [ERZWINGEN]"
            " | ERNEUT <Nr> <Wer> [ERZWINGEN]"
            " | BESTAETIGT <Nr> [Vermerk]"
            " | FEHLER <Nr> <Grund> | LISTE [Tage]]"
    MOVE 8 TO RETURN-CODE
    GOBACK.


*> ================================================================
*> #6 Registersperre holen (VERSAND-REGISTER.LCK)
*> ================================================================
*> mirrors HOLE-REGISTERSPERRE in alarm_verwaltung.cbl.
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
            DISPLAY "VERSAND-REGISTER.LCK gehalten seit " LCK-ZEIT
                    " - es laeuft bereits ein Versand."
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
        MOVE "DATEI-VERSAND" TO LCK-PROGRAMM
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
*> Aktive Firma (FIRMA-AKTIV.DAT) - leer = einfirmig / Stammfirma,
*> "**" = Konzernsicht.
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


*> ----------------------------------------------------------------
*> #7.1 Versandziele aus VERSAND-ZIELE.CFG (sonst ZIEL-VORGABE)
*> ----------------------------------------------------------------
LADE-ZIELE.
    MOVE 0 TO ZIEL-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ZIELE-CFG
    IF FS-ZIELE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ZIELE-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-ZIEL
            END-READ
        END-PERFORM
        CLOSE ZIELE-CFG
    ELSE
        PERFORM VARYING ZV-IDX FROM 1 BY 1 UNTIL ZV-IDX > 8
            ADD 1 TO ZIEL-ANZAHL
            MOVE ZV-ZIEL(ZV-IDX)   TO ZL-ZIEL(ZIEL-ANZAHL)
            MOVE ZV-MUSTER(ZV-IDX) TO ZL-MUSTER(ZIEL-ANZAHL)
            MOVE "MANUELL"         TO ZL-KANAL(ZIEL-ANZAHL)
            MOVE SPACES            TO ZL-ADRESSE(ZIEL-ANZAHL)
        END-PERFORM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.2 Eine Zielzeile uebernehmen - die Adresse ist der Rest der
*>      Zeile (ein Kommando darf Leerzeichen enthalten)
*> ----------------------------------------------------------------
UEBERNIMM-ZIEL.
    IF ZIELE-CFG-ZEILE = SPACES OR ZIELE-CFG-ZEILE(1:1) = "*"
     OR ZIEL-ANZAHL >= 100
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(ZIELE-CFG-ZEILE) TO ZIELE-CFG-ZEILE
    MOVE SPACES TO ZL-FELD-ZIEL ZL-FELD-MUSTER ZL-FELD-KANAL
    MOVE 1 TO ZL-PTR
    UNSTRING ZIELE-CFG-ZEILE DELIMITED BY ALL SPACE
        INTO ZL-FELD-ZIEL ZL-FELD-MUSTER ZL-FELD-KANAL
        WITH POINTER ZL-PTR
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(ZL-FELD-ZIEL)  TO ZL-FELD-ZIEL
    MOVE FUNCTION UPPER-CASE(ZL-FELD-KANAL) TO ZL-FELD-KANAL
    IF ZL-FELD-MUSTER = SPACES OR ZL-FELD-ZIEL(13:) NOT = SPACES
     OR (ZL-FELD-KANAL NOT = "ABLAGE" AND NOT = "KOMMANDO"
                                      AND NOT = "MANUELL")
     OR (ZL-FELD-KANAL NOT = "MANUELL"
         AND (ZL-PTR > 160 OR ZIELE-CFG-ZEILE(ZL-PTR:) = SPACES))
        DISPLAY "VERSAND-ZIELE.CFG: Zeile '"
                FUNCTION TRIM(ZIELE-CFG-ZEILE)
                "' unvollstaendig, ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ZIEL-ANZAHL
    MOVE ZL-FELD-ZIEL   TO ZL-ZIEL(ZIEL-ANZAHL)
    MOVE ZL-FELD-MUSTER TO ZL-MUSTER(ZIEL-ANZAHL)
    MOVE ZL-FELD-KANAL  TO ZL-KANAL(ZIEL-ANZAHL)
    MOVE SPACES TO ZL-ADRESSE(ZIEL-ANZAHL)
    IF ZL-PTR <= 160
        MOVE ZIELE-CFG-ZEILE(ZL-PTR:) TO ZL-ADRESSE(ZIEL-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #7.3 Kanal und Adresse eines Ziels (erste Zeile des Ziels)
*> ----------------------------------------------------------------
SUCHE-KANAL.
    MOVE SPACES TO GEF-KANAL GEF-ADRESSE
    SET ZL-IDX TO 1
    SEARCH ZIEL-EINTRAG
        AT END CONTINUE
        WHEN ZL-ZIEL(ZL-IDX) = VS-ZIEL
            MOVE ZL-KANAL(ZL-IDX)   TO GEF-KANAL
            MOVE ZL-ADRESSE(ZL-IDX) TO GEF-ADRESSE
    END-SEARCH.


*> ================================================================
*> #8 Register laden
*> ================================================================
LADE-REGISTER.
    MOVE 0 TO REG-ANZAHL REG-LETZTE-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT VERSAND-REGISTER
    IF FS-REGISTER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ VERSAND-REGISTER INTO VERSAND-REGISTER-RECORD
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF VS-NUMMER IS NUMERIC AND REG-ANZAHL < 9999
                        ADD 1 TO REG-ANZAHL
                        MOVE VERSAND-REGISTER-RECORD
                            TO REG-SATZ(REG-ANZAHL)
                        IF VS-NUMMER > REG-LETZTE-NR
                            MOVE VS-NUMMER TO REG-LETZTE-NR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VERSAND-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Register zurueckschreiben (.NEU, dann umbenennen)
*> ----------------------------------------------------------------
SCHREIBE-REGISTER.
    OPEN OUTPUT REGISTER-NEU
    IF FS-REGISTER-NEU NOT = "00"
        DISPLAY "VERSAND-REGISTER.NEU kann nicht geschrieben werden,"
                " Status=" FS-REGISTER-NEU
        MOVE 8 TO LAUF-RC
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO REGISTER-NEU-ZEILE
        WRITE REGISTER-NEU-ZEILE
    END-PERFORM
    CLOSE REGISTER-NEU
    CALL "SYSTEM" USING CMD-REGISTER-TAUSCH
    MOVE 0 TO RETURN-CODE.


*> ----------------------------------------------------------------
*> #8.2 Registereintrag ARG-NR suchen -> REG-POS (0 = fehlt)
*> ----------------------------------------------------------------
SUCHE-EINTRAG.
    MOVE 0 TO REG-POS
    PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > REG-ANZAHL
        IF REG-SATZ(RG-IDX)(1:6) = ARG-NR
            SET REG-POS TO RG-IDX
        END-IF
    END-PERFORM
    IF REG-POS = 0
        DISPLAY "Versandnummer " ARG-NR " steht nicht im Register."
        MOVE 1 TO LAUF-RC
    ELSE
        MOVE REG-SATZ(REG-POS) TO VERSAND-REGISTER-RECORD
    END-IF.


*> ================================================================
*> #9 Neue Fassungen der Ausgangsdateien erfassen
*> ================================================================
ERFASSE-DATEIEN.
    PERFORM VARYING ZL-POS FROM 1 BY 1 UNTIL ZL-POS > ZIEL-ANZAHL
        MOVE SPACES TO CMD-LINE
        STRING "cksum " FUNCTION TRIM(ZL-MUSTER(ZL-POS))
               " > VERSAND-LISTE.TMP 2>/dev/null"
            INTO CMD-LINE
        END-STRING
        CALL "SYSTEM" USING CMD-LINE
        MOVE 0 TO RETURN-CODE
        MOVE "N" TO EOF-FLAG
        OPEN INPUT DATEI-LISTE
        IF FS-LISTE = "00"
            PERFORM UNTIL EOF-FLAG = "Y"
                READ DATEI-LISTE
                    AT END MOVE "Y" TO EOF-FLAG
                    NOT AT END PERFORM PRUEFE-DATEI
                END-READ
            END-PERFORM
            CLOSE DATEI-LISTE
        END-IF
    END-PERFORM
    MOVE "rm -f VERSAND-LISTE.TMP" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.1 Eine cksum-Zeile pruefen: schon im Register?
*> ----------------------------------------------------------------
*> Bekannt ist ein Inhalt, wenn fuer dasselbe Ziel ein Eintrag mit
*> demselben Fingerabdruck existiert - gleich unter welchem Namen
*> und in welchem Status. Damit kann eine identische Datei nie als
*> zweiter Versand bereitstehen.
PRUEFE-DATEI.
    IF DATEI-LISTE-ZEILE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CK-CRC CK-GROESSE CK-NAME
    UNSTRING DATEI-LISTE-ZEILE DELIMITED BY ALL SPACE
        INTO CK-CRC CK-GROESSE CK-NAME
    END-UNSTRING
    MOVE ZL-ZIEL(ZL-POS) TO NEU-ZIEL
    MOVE CK-NAME TO NEU-DATEI
    MOVE SPACES TO NEU-FINGERABDRUCK
    STRING FUNCTION TRIM(CK-CRC) "/" FUNCTION TRIM(CK-GROESSE)
        DELIMITED BY SIZE
        INTO NEU-FINGERABDRUCK
    END-STRING

    MOVE "N" TO REG-BEKANNT
    PERFORM VARYING REG-SUCH-POS FROM 1 BY 1
            UNTIL REG-SUCH-POS > REG-ANZAHL OR REG-BEKANNT = "J"
        MOVE REG-SATZ(REG-SUCH-POS) TO VERSAND-REGISTER-RECORD
        IF VS-ZIEL = NEU-ZIEL
         AND VS-FINGERABDRUCK = NEU-FINGERABDRUCK
            MOVE "J" TO REG-BEKANNT
        END-IF
    END-PERFORM
    IF REG-BEKANNT = "J"
        ADD 1 TO CNT-BEKANNT
        EXIT PARAGRAPH
    END-IF
    IF REG-ANZAHL >= 9999
        DISPLAY "WARNUNG: VERSAND-REGISTER.DAT voll (9999 Eintraege)"
                " - " FUNCTION TRIM(NEU-DATEI) " nicht erfasst."
        MOVE 1 TO LAUF-RC
        EXIT PARAGRAPH
    END-IF

    PERFORM ERSETZE-AELTERE-FASSUNG
    MOVE NEU-DATEI TO ANALYSE-DATEINAME
    PERFORM ANALYSIERE-DATEI

    MOVE SPACES TO VERSAND-REGISTER-RECORD
    ADD 1 TO REG-LETZTE-NR
    MOVE REG-LETZTE-NR     TO VS-NUMMER
    MOVE JETZT-ZEIT        TO VS-ERFASST
    MOVE AKTIVE-FIRMA      TO VS-FIRMA
    MOVE NEU-ZIEL          TO VS-ZIEL
    MOVE NEU-DATEI         TO VS-DATEI
    MOVE NEU-FINGERABDRUCK TO VS-FINGERABDRUCK
    MOVE AN-ZEILEN         TO VS-ANZAHL
    MOVE AN-SUMME-1        TO VS-SUMME-1
    MOVE AN-SUMME-2        TO VS-SUMME-2
    MOVE AN-KONTROLLE      TO VS-KONTROLLE
    MOVE 0                 TO VS-VERSUCHE
    MOVE "N"               TO VS-ERZWUNGEN
    IF AN-KONTROLLE = "N"
        SET VS-FEHLER TO TRUE
        MOVE AN-VERMERK TO VS-VERMERK
        ADD 1 TO CNT-FEHLER
        MOVE 1 TO LAUF-RC
        DISPLAY "FEHLER: " FUNCTION TRIM(NEU-DATEI) " ("
                FUNCTION TRIM(NEU-ZIEL) ") - "
                FUNCTION TRIM(AN-VERMERK) " - nicht versandfertig."
    ELSE
        SET VS-BEREIT TO TRUE
    END-IF
    ADD 1 TO REG-ANZAHL
    MOVE VERSAND-REGISTER-RECORD TO REG-SATZ(REG-ANZAHL)
    MOVE "J" TO REG-GEAENDERT
    ADD 1 TO CNT-ERFASST

    MOVE "ERFASST" TO PROT-AKTION
    MOVE SPACES TO PROT-WER PROT-TEXT
    MOVE AN-ZEILEN TO PRINT-ANZAHL
    STRING FUNCTION TRIM(VS-STATUS) " Saetze="
           FUNCTION TRIM(PRINT-ANZAHL)
           " Summen=" FUNCTION TRIM(VS-SUMME-1) "/"
           FUNCTION TRIM(VS-SUMME-2)
           " Abdruck=" FUNCTION TRIM(VS-FINGERABDRUCK)
        DELIMITED BY SIZE
        INTO PROT-TEXT
    END-STRING
    PERFORM SCHREIBE-PROTOKOLL.


*> ----------------------------------------------------------------
*> #9.2 Noch nicht gesendete aeltere Fassung derselben Datei
*>      ersetzen
*> ----------------------------------------------------------------
*> Liegt fuer Ziel und Dateiname noch ein BEREIT-Eintrag mit anderem
*> Inhalt vor, ist dessen Datei ueberschrieben worden - er kann nie
*> mehr gesendet werden und wird als FEHLER geschlossen.
ERSETZE-AELTERE-FASSUNG.
    PERFORM VARYING REG-SUCH-POS FROM 1 BY 1
            UNTIL REG-SUCH-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-SUCH-POS) TO VERSAND-REGISTER-RECORD
        IF VS-BEREIT AND VS-ZIEL = NEU-ZIEL
         AND VS-DATEI = NEU-DATEI AND VS-FIRMA = AKTIVE-FIRMA
            SET VS-FEHLER TO TRUE
            MOVE SPACES TO VS-VERMERK
            COMPUTE NEU-NUMMER = REG-LETZTE-NR + 1
            STRING "vor dem Versand ersetzt durch Nr " NEU-NUMMER
                INTO VS-VERMERK
            END-STRING
            MOVE VERSAND-REGISTER-RECORD TO REG-SATZ(REG-SUCH-POS)
            MOVE "FEHLER" TO PROT-AKTION
            MOVE SPACES TO PROT-WER
            MOVE VS-VERMERK TO PROT-TEXT
            PERFORM SCHREIBE-PROTOKOLL
        END-IF
    END-PERFORM.


*> ================================================================
*> #10 Inhalt pruefen: Datenzeilen und Schlusssatz
*> ================================================================
*> Satzbilder der Kontrollsaetze siehe EXPORT-KONTROLLSAETZE.md:
*>   PAYROLL-EXPORT   "*SUMME*" Anzahl 9-14, Stunden 16-23,
*>                    Brutto 25-36; "*KOPF*" ist kein Datensatz
*>   MITARBEITER-UMSATZ.CSV  "#SUMME,<Anzahl>,<Stunden>,<Umsatz>"
*>   ZAHLUNGSDATEI    Kopfsatz "H": Anzahl 10-14, Summe 15-27
*>   FIBU-JOURNAL     "SUMMEN S=<Soll> H=<Haben>", Soll = Haben
*>   pain.001/.008    erstes <NbOfTxs>/<CtrlSum> (Gruppenkopf)
*>                    gegen die gezaehlten Einzeltransaktionen
*> Alle uebrigen Dateien: nichtleere Zeilen, ohne Kontrollsummen.
ANALYSIERE-DATEI.
    MOVE 0 TO AN-ZEILEN AN-TRL-ANZAHL PAIN-ZAEHLER
    MOVE "N" TO AN-TRL-VORHANDEN
    MOVE SPACES TO AN-SUMME-1 AN-SUMME-2 AN-KONTROLLE AN-VERMERK
    EVALUATE TRUE
        WHEN ANALYSE-DATEINAME(1:14) = "PAYROLL-EXPORT"
            SET TYP-PAYROLL TO TRUE
        WHEN ANALYSE-DATEINAME(1:18) = "MITARBEITER-UMSATZ"
            SET TYP-CSV TO TRUE
        WHEN ANALYSE-DATEINAME(1:13) = "ZAHLUNGSDATEI"
            SET TYP-ZAHLUNG TO TRUE
        WHEN ANALYSE-DATEINAME(1:12) = "FIBU-JOURNAL"
            SET TYP-JOURNAL TO TRUE
        WHEN OTHER
            MOVE 0 TO AN-TREFFER
            INSPECT ANALYSE-DATEINAME TALLYING AN-TREFFER
                FOR ALL "PAIN0"
            IF AN-TREFFER > 0
                SET TYP-SEPA TO TRUE
            ELSE
                SET TYP-ALLGEMEIN TO TRUE
            END-IF
    END-EVALUATE

    MOVE "N" TO EOF-ANALYSE
    OPEN INPUT ANALYSE-DATEI
    IF FS-ANALYSE NOT = "00"
        MOVE "N" TO AN-KONTROLLE
        MOVE "Datei nicht lesbar" TO AN-VERMERK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-ANALYSE = "Y"
        READ ANALYSE-DATEI
            AT END MOVE "Y" TO EOF-ANALYSE
            NOT AT END
                IF ANALYSE-ZEILE NOT = SPACES
                    PERFORM ANALYSIERE-ZEILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE ANALYSE-DATEI

    IF TYP-ALLGEMEIN
        EXIT PARAGRAPH
    END-IF
    IF TYP-SEPA
        MOVE PAIN-ZAEHLER TO AN-ZEILEN
    END-IF
    IF AN-TRL-VORHANDEN NOT = "J"
        MOVE "N" TO AN-KONTROLLE
        MOVE "Schlusssatz fehlt - Datei unvollstaendig" TO AN-VERMERK
        EXIT PARAGRAPH
    END-IF
    IF TYP-JOURNAL
        IF AN-SUMME-1 = AN-SUMME-2
            MOVE "J" TO AN-KONTROLLE
        ELSE
            MOVE "N" TO AN-KONTROLLE
            MOVE "Journal nicht ausgeglichen (Soll <> Haben)"
                TO AN-VERMERK
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF AN-TRL-ANZAHL = AN-ZEILEN
        MOVE "J" TO AN-KONTROLLE
    ELSE
        MOVE "N" TO AN-KONTROLLE
        MOVE AN-TRL-ANZAHL TO PRINT-TRL
        MOVE AN-ZEILEN TO PRINT-ANZAHL
        STRING "Schlusssatz meldet " FUNCTION TRIM(PRINT-TRL)
               " Saetze, gezaehlt " FUNCTION TRIM(PRINT-ANZAHL)
            DELIMITED BY SIZE
            INTO AN-VERMERK
        END-STRING
    END-IF.


*> ----------------------------------------------------------------
*> #10.1 Eine Zeile je Dateityp auswerten
*> ----------------------------------------------------------------
ANALYSIERE-ZEILE.
    EVALUATE TRUE
        WHEN TYP-PAYROLL
            EVALUATE TRUE
                WHEN ANALYSE-ZEILE(1:6) = "*KOPF*"
                    CONTINUE
                WHEN ANALYSE-ZEILE(1:7) = "*SUMME*"
                    MOVE "J" TO AN-TRL-VORHANDEN
                    IF ANALYSE-ZEILE(9:6) IS NUMERIC
                        MOVE ANALYSE-ZEILE(9:6) TO AN-TRL-ANZAHL
                    END-IF
                    MOVE ANALYSE-ZEILE(16:8)  TO AN-SUMME-1
                    MOVE ANALYSE-ZEILE(25:12) TO AN-SUMME-2
                WHEN OTHER
                    ADD 1 TO AN-ZEILEN
            END-EVALUATE
        WHEN TYP-CSV
            EVALUATE TRUE
                WHEN ANALYSE-ZEILE(1:7) = "#SUMME,"
                    MOVE "J" TO AN-TRL-VORHANDEN
                    MOVE SPACES TO AN-FELD-1 AN-TRL-ANZAHL-X
                    UNSTRING ANALYSE-ZEILE DELIMITED BY ","
                        INTO AN-FELD-1 AN-TRL-ANZAHL-X
                             AN-SUMME-1 AN-SUMME-2
                    END-UNSTRING
                    IF FUNCTION TRIM(AN-TRL-ANZAHL-X) IS NUMERIC
                        MOVE FUNCTION NUMVAL(AN-TRL-ANZAHL-X)
                            TO AN-TRL-ANZAHL
                    END-IF
                WHEN ANALYSE-ZEILE(1:1) = "#"
                WHEN ANALYSE-ZEILE(1:9) = "Vorname,N"
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO AN-ZEILEN
            END-EVALUATE
        WHEN TYP-ZAHLUNG
            IF ANALYSE-ZEILE(1:1) = "H"
                MOVE "J" TO AN-TRL-VORHANDEN
                IF ANALYSE-ZEILE(10:5) IS NUMERIC
                    MOVE ANALYSE-ZEILE(10:5) TO AN-TRL-ANZAHL
                END-IF
                MOVE ANALYSE-ZEILE(15:13) TO AN-SUMME-1
            ELSE
                ADD 1 TO AN-ZEILEN
            END-IF
        WHEN TYP-JOURNAL
            IF ANALYSE-ZEILE(1:9) = "SUMMEN S="
                MOVE "J" TO AN-TRL-VORHANDEN
                MOVE ANALYSE-ZEILE(10:13) TO AN-SUMME-1
                MOVE ANALYSE-ZEILE(26:13) TO AN-SUMME-2
            ELSE
                ADD 1 TO AN-ZEILEN
            END-IF
        WHEN TYP-SEPA
            PERFORM ANALYSIERE-SEPA-ZEILE
        WHEN OTHER
            ADD 1 TO AN-ZEILEN
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #10.2 pain.001/pain.008: Gruppenkopf und Einzeltransaktionen
*> ----------------------------------------------------------------
ANALYSIERE-SEPA-ZEILE.
    MOVE 0 TO AN-TREFFER
    INSPECT ANALYSE-ZEILE TALLYING AN-TREFFER
        FOR ALL "<CdtTrfTxInf>" ALL "<DrctDbtTxInf>"
    ADD AN-TREFFER TO PAIN-ZAEHLER
    IF AN-TRL-VORHANDEN NOT = "J"
        MOVE 0 TO AN-TREFFER
        INSPECT ANALYSE-ZEILE TALLYING AN-TREFFER FOR ALL "<NbOfTxs>"
        IF AN-TREFFER > 0
            MOVE 0 TO AN-POS
            INSPECT ANALYSE-ZEILE TALLYING AN-POS
                FOR CHARACTERS BEFORE INITIAL "<NbOfTxs>"
            MOVE SPACES TO AN-TRL-ANZAHL-X
            UNSTRING ANALYSE-ZEILE(AN-POS + 10:) DELIMITED BY "<"
                INTO AN-TRL-ANZAHL-X
            END-UNSTRING
            IF FUNCTION TRIM(AN-TRL-ANZAHL-X) IS NUMERIC
                MOVE FUNCTION NUMVAL(AN-TRL-ANZAHL-X) TO AN-TRL-ANZAHL
            END-IF
            MOVE "J" TO AN-TRL-VORHANDEN
        END-IF
    END-IF
    IF AN-SUMME-1 = SPACES
        MOVE 0 TO AN-TREFFER
        INSPECT ANALYSE-ZEILE TALLYING AN-TREFFER FOR ALL "<CtrlSum>"
        IF AN-TREFFER > 0
            MOVE 0 TO AN-POS
            INSPECT ANALYSE-ZEILE TALLYING AN-POS
                FOR CHARACTERS BEFORE INITIAL "<CtrlSum>"
            UNSTRING ANALYSE-ZEILE(AN-POS + 10:) DELIMITED BY "<"
                INTO AN-SUMME-1
            END-UNSTRING
        END-IF
    END-IF.


*> ================================================================
*> #11 Alle bereiten Dateien ueber ihren Kanal senden
*> ================================================================
SENDE-BEREITE.
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO VERSAND-REGISTER-RECORD
        IF VS-BEREIT AND VS-FIRMA = AKTIVE-FIRMA
            PERFORM SUCHE-KANAL
            EVALUATE GEF-KANAL
                WHEN "ABLAGE"
                WHEN "KOMMANDO"
                    MOVE "BATCH" TO ARG-WER
                    MOVE "N" TO ARG-ERZWINGEN
                    PERFORM UEBERTRAGE-DATEI
                WHEN OTHER
                    ADD 1 TO CNT-MANUELL
                    DISPLAY "Nr " VS-NUMMER " "
                            FUNCTION TRIM(VS-DATEI) " an "
                            FUNCTION TRIM(VS-ZIEL)
                            ": von Hand senden, dann 'datei_versand"
                            " GESENDET " VS-NUMMER " <Wer>'."
            END-EVALUATE
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #11.1 Eintrag REG-POS uebertragen (Satz in
*>       VERSAND-REGISTER-RECORD, Kanal in GEF-KANAL)
*> ----------------------------------------------------------------
*> Gesendet wird nur, was beim Erfassen geprueft wurde: hat sich die
*> Datei seither geaendert, scheitert der Versand - die neue Fassung
*> wird beim naechsten Erfassen ein eigener Eintrag.
UEBERTRAGE-DATEI.
    MOVE SPACES TO VERSAND-GRUND
    MOVE "N" TO VERSAND-OK
    PERFORM PRUEFE-UNVERAENDERT
    IF VERSAND-GRUND = SPACES
        MOVE SPACES TO CMD-LINE
        IF GEF-KANAL = "ABLAGE"
            STRING "mkdir -p " FUNCTION TRIM(GEF-ADRESSE)
                   " && cp " FUNCTION TRIM(VS-DATEI) " "
                   FUNCTION TRIM(GEF-ADRESSE) "/"
                INTO CMD-LINE
            END-STRING
        ELSE
            STRING FUNCTION TRIM(GEF-ADRESSE) " "
                   FUNCTION TRIM(VS-DATEI)
                INTO CMD-LINE
            END-STRING
        END-IF
        CALL "SYSTEM" USING CMD-LINE
        MOVE RETURN-CODE TO CMD-RC
        MOVE 0 TO RETURN-CODE
        IF CMD-RC = 0
            MOVE "J" TO VERSAND-OK
        ELSE
            MOVE CMD-RC TO PRINT-TRL
            STRING "Uebertragung ueber " FUNCTION TRIM(GEF-KANAL)
                   " gescheitert (RC " FUNCTION TRIM(PRINT-TRL) ")"
                DELIMITED BY SIZE
                INTO VERSAND-GRUND
            END-STRING
        END-IF
    END-IF
    PERFORM VERBUCHE-VERSAND.


*> ----------------------------------------------------------------
*> #11.2 Ist die Datei noch die erfasste? (VERSAND-GRUND sonst)
*> ----------------------------------------------------------------
PRUEFE-UNVERAENDERT.
    MOVE SPACES TO AKT-FINGERABDRUCK
    MOVE SPACES TO CMD-LINE
    STRING "cksum " FUNCTION TRIM(VS-DATEI)
           " > VERSAND-LISTE.TMP 2>/dev/null"
        INTO CMD-LINE
    END-STRING
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE
    OPEN INPUT DATEI-LISTE
    IF FS-LISTE = "00"
        MOVE SPACES TO DATEI-LISTE-ZEILE
        READ DATEI-LISTE
            AT END CONTINUE
        END-READ
        CLOSE DATEI-LISTE
        IF DATEI-LISTE-ZEILE NOT = SPACES
            MOVE SPACES TO CK-CRC CK-GROESSE CK-NAME
            UNSTRING DATEI-LISTE-ZEILE DELIMITED BY ALL SPACE
                INTO CK-CRC CK-GROESSE CK-NAME
            END-UNSTRING
            STRING FUNCTION TRIM(CK-CRC) "/" FUNCTION TRIM(CK-GROESSE)
                DELIMITED BY SIZE
                INTO AKT-FINGERABDRUCK
            END-STRING
        END-IF
    END-IF
    MOVE "rm -f VERSAND-LISTE.TMP" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE
    EVALUATE TRUE
        WHEN AKT-FINGERABDRUCK = SPACES
            MOVE "Datei nicht mehr vorhanden" TO VERSAND-GRUND
        WHEN AKT-FINGERABDRUCK NOT = VS-FINGERABDRUCK
            MOVE "Datei seit dem Erfassen geaendert - neu erfassen"
                TO VERSAND-GRUND
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #11.3 Ergebnis eines Versands im Register und Protokoll
*> ----------------------------------------------------------------
*> Ein gescheiterter Versand eines bereits gesendeten Eintrags
*> (ERNEUT) laesst den Status stehen - die Datei ist ja schon
*> einmal hinausgegangen.
VERBUCHE-VERSAND.
    MOVE ARG-WER TO PROT-WER
    IF VERSAND-OK = "J"
        ADD 1 TO VS-VERSUCHE
        SET VS-GESENDET TO TRUE
        MOVE JETZT-ZEIT TO VS-GESENDET-ZEIT
        MOVE ARG-WER    TO VS-GESENDET-VON
        MOVE SPACES     TO VS-BESTAETIGT-ZEIT VS-VERMERK
        IF ARG-ERZWINGEN = "J"
            MOVE "J" TO VS-ERZWUNGEN
            MOVE "Versand erzwungen (identischer Inhalt)"
                TO VS-VERMERK
            MOVE "ERZWUNGEN" TO PROT-AKTION
        ELSE
            MOVE "GESENDET" TO PROT-AKTION
        END-IF
        MOVE SPACES TO PROT-TEXT
        STRING "Versand " VS-VERSUCHE " ueber "
               FUNCTION TRIM(GEF-KANAL) " "
               FUNCTION TRIM(GEF-ADRESSE)
            DELIMITED BY SIZE
            INTO PROT-TEXT
        END-STRING
        ADD 1 TO CNT-GESENDET
        DISPLAY "Nr " VS-NUMMER " " FUNCTION TRIM(VS-DATEI)
                " an " FUNCTION TRIM(VS-ZIEL) " gesendet."
    ELSE
        IF NOT VS-GESENDET AND NOT VS-BESTAETIGT
            SET VS-FEHLER TO TRUE
        END-IF
        MOVE VERSAND-GRUND TO VS-VERMERK
        MOVE "FEHLER" TO PROT-AKTION
        MOVE VERSAND-GRUND TO PROT-TEXT
        ADD 1 TO CNT-FEHLER
        MOVE 1 TO LAUF-RC
        DISPLAY "FEHLER: Nr " VS-NUMMER " " FUNCTION TRIM(VS-DATEI)
                " an " FUNCTION TRIM(VS-ZIEL) " - "
                FUNCTION TRIM(VERSAND-GRUND)
    END-IF
    MOVE VERSAND-REGISTER-RECORD TO REG-SATZ(REG-POS)
    MOVE "J" TO REG-GEAENDERT
    PERFORM SCHREIBE-PROTOKOLL.


*> ================================================================
*> #12 Einzelversand: GESENDET (von Hand) oder ERNEUT
*> ================================================================
*> Eine schon gesendete oder bestaetigte Datei geht nur mit
*> ERZWINGEN ein zweites Mal hinaus. Ein FEHLER-Eintrag, dessen
*> Datei unvollstaendig ist (Kontrolle N), wird auch mit ERZWINGEN
*> nicht gesendet.
VERSENDE-EINZELN.
    PERFORM SUCHE-EINTRAG
    IF REG-POS = 0
        EXIT PARAGRAPH
    END-IF
    MOVE "ABGELEHNT" TO PROT-AKTION
    MOVE ARG-WER TO PROT-WER
    MOVE SPACES TO PROT-TEXT
    EVALUATE TRUE
        WHEN AKTIVE-FIRMA = "**"
            MOVE "Konzernsicht - erst in die Firma wechseln"
                TO PROT-TEXT
        WHEN VS-FIRMA NOT = AKTIVE-FIRMA
            STRING "gehoert Firma " VS-FIRMA
                   " - erst firmen_wechsel " VS-FIRMA
                DELIMITED BY SIZE
                INTO PROT-TEXT
            END-STRING
        WHEN VS-KONTROLLE = "N"
            MOVE "Datei unvollstaendig (Schlusssatz) - nicht"
               & " versandfaehig" TO PROT-TEXT
        WHEN (VS-GESENDET OR VS-BESTAETIGT)
             AND ARG-ERZWINGEN NOT = "J"
            MOVE VS-GESENDET-ZEIT TO DIFF-VON
            PERFORM FORMATIERE-ZEIT
            STRING "bereits " FUNCTION TRIM(VS-STATUS) " (gesendet "
                   PRINT-ZEIT " von " FUNCTION TRIM(VS-GESENDET-VON)
                   ") - nur mit ERZWINGEN"
                DELIMITED BY SIZE
                INTO PROT-TEXT
            END-STRING
    END-EVALUATE
    IF PROT-TEXT NOT = SPACES
        DISPLAY "Versand Nr " ARG-NR " abgelehnt: "
                FUNCTION TRIM(PROT-TEXT)
        PERFORM SCHREIBE-PROTOKOLL
        MOVE 1 TO LAUF-RC
        EXIT PARAGRAPH
    END-IF

    PERFORM SUCHE-KANAL
    IF VERSAND-MODUS = "ERNEUT"
        IF GEF-KANAL NOT = "ABLAGE" AND NOT = "KOMMANDO"
            DISPLAY "Versand Nr " ARG-NR " abgelehnt: Ziel "
                    FUNCTION TRIM(VS-ZIEL) " wird von Hand"
                    " beliefert - nach dem Senden 'GESENDET'"
                    " melden."
            MOVE "ABGELEHNT" TO PROT-AKTION
            MOVE "Ziel ohne automatischen Kanal" TO PROT-TEXT
            PERFORM SCHREIBE-PROTOKOLL
            MOVE 1 TO LAUF-RC
            EXIT PARAGRAPH
        END-IF
        PERFORM UEBERTRAGE-DATEI
    ELSE
        *> Von Hand gesendet: es zaehlt die erfasste Datei - ist sie
        *> inzwischen ersetzt, ging eine andere Fassung hinaus.
        MOVE SPACES TO VERSAND-GRUND
        PERFORM PRUEFE-UNVERAENDERT
        IF VERSAND-GRUND NOT = SPACES
            DISPLAY "Versand Nr " ARG-NR " abgelehnt: "
                    FUNCTION TRIM(VERSAND-GRUND)
            MOVE "ABGELEHNT" TO PROT-AKTION
            MOVE VERSAND-GRUND TO PROT-TEXT
            PERFORM SCHREIBE-PROTOKOLL
            MOVE 1 TO LAUF-RC
            EXIT PARAGRAPH
        END-IF
        MOVE "MANUELL" TO GEF-KANAL
        MOVE "J" TO VERSAND-OK
        PERFORM VERBUCHE-VERSAND
    END-IF.


*> ================================================================
*> #13 Empfang bestaetigen / Fehler melden
*> ================================================================
BESTAETIGE-EMPFANG.
    PERFORM SUCHE-EINTRAG
    IF REG-POS = 0
        EXIT PARAGRAPH
    END-IF
    IF NOT VS-GESENDET
        DISPLAY "Nr " ARG-NR " ist " FUNCTION TRIM(VS-STATUS)
                " - bestaetigt werden kann nur ein gesendeter"
                " Versand."
        MOVE 1 TO LAUF-RC
        EXIT PARAGRAPH
    END-IF
    SET VS-BESTAETIGT TO TRUE
    MOVE JETZT-ZEIT TO VS-BESTAETIGT-ZEIT
    IF ARG-VERMERK NOT = SPACES
        MOVE ARG-VERMERK TO VS-VERMERK
    END-IF
    MOVE VERSAND-REGISTER-RECORD TO REG-SATZ(REG-POS)
    MOVE "J" TO REG-GEAENDERT
    MOVE "BESTAETIGT" TO PROT-AKTION
    MOVE SPACES TO PROT-WER
    MOVE ARG-VERMERK TO PROT-TEXT
    PERFORM SCHREIBE-PROTOKOLL
    DISPLAY "Nr " ARG-NR " " FUNCTION TRIM(VS-DATEI)
            " als empfangen bestaetigt.".


*> ----------------------------------------------------------------
*> #13.1 FEHLER <Nr> <Grund>: Uebertragung abgebrochen oder vom
*>       Empfaenger zurueckgewiesen
*> ----------------------------------------------------------------
MELDE-FEHLER.
    PERFORM SUCHE-EINTRAG
    IF REG-POS = 0
        EXIT PARAGRAPH
    END-IF
    IF VS-FEHLER
        DISPLAY "Nr " ARG-NR " steht bereits auf FEHLER."
        MOVE 1 TO LAUF-RC
        EXIT PARAGRAPH
    END-IF
    SET VS-FEHLER TO TRUE
    MOVE ARG-VERMERK TO VS-VERMERK
    MOVE SPACES TO VS-BESTAETIGT-ZEIT
    MOVE VERSAND-REGISTER-RECORD TO REG-SATZ(REG-POS)
    MOVE "J" TO REG-GEAENDERT
    MOVE "FEHLER" TO PROT-AKTION
    MOVE SPACES TO PROT-WER
    MOVE ARG-VERMERK TO PROT-TEXT
    PERFORM SCHREIBE-PROTOKOLL
    DISPLAY "Nr " ARG-NR " " FUNCTION TRIM(VS-DATEI)
            " auf FEHLER gesetzt - erneut senden mit 'datei_versand"
            " ERNEUT " ARG-NR " <Wer>'.".


*> ================================================================
*> #14 Registerliste (VERSAND-REGISTER.RPT)
*> ================================================================
*> Zuerst alles, was noch Arbeit macht (BEREIT, FEHLER, gesendet
*> aber unbestaetigt), dann alle Eintraege der letzten LISTE-TAGE
*> Tage mit Versandstand.
DRUCKE-REGISTER.
    OPEN OUTPUT VERSAND-REPORT
    IF FS-REPORT NOT = "00"
        DISPLAY "VERSAND-REGISTER.RPT kann nicht geschrieben werden,"
                " Status=" FS-REPORT
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    COMPUTE LISTE-AB-TAG = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(HEUTE-DATUM) - LISTE-TAGE)
    MOVE ALL "=" TO MELDUNG(1:100)
    PERFORM MELDE
    MOVE JETZT-ZEIT TO DIFF-VON
    PERFORM FORMATIERE-ZEIT
    STRING "Versandregister vom " PRINT-ZEIT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE ALL "=" TO MELDUNG(1:100)
    PERFORM MELDE

    MOVE "Offen (bereit, fehlerhaft, gesendet ohne Bestaetigung):"
        TO MELDUNG
    PERFORM MELDE
    MOVE 0 TO CNT-DRUCK
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO VERSAND-REGISTER-RECORD
        IF VS-BEREIT OR VS-FEHLER OR VS-GESENDET
            PERFORM DRUCKE-EINTRAG
        END-IF
    END-PERFORM
    IF CNT-DRUCK = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF
    MOVE 0 TO CNT-BEKANNT
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO VERSAND-REGISTER-RECORD
        IF VS-BEREIT OR VS-FEHLER
            ADD 1 TO CNT-BEKANNT
        END-IF
    END-PERFORM

    MOVE " " TO MELDUNG
    PERFORM MELDE
    MOVE LISTE-TAGE TO PRINT-TRL
    STRING "Erfasst in den letzten " FUNCTION TRIM(PRINT-TRL)
           " Tagen:"
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE 0 TO CNT-DRUCK
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO VERSAND-REGISTER-RECORD
        IF VS-ERFASST(1:8) >= LISTE-AB-TAG
            PERFORM DRUCKE-EINTRAG
        END-IF
    END-PERFORM
    IF CNT-DRUCK = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF
    MOVE ALL "=" TO MELDUNG(1:100)
    PERFORM MELDE
    STRING "Eintraege gesamt: " REG-ANZAHL
           "  davon offen (BEREIT/FEHLER): " CNT-BEKANNT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    CLOSE VERSAND-REPORT.


*> ----------------------------------------------------------------
*> #14.1 Einen Registereintrag (zwei Zeilen) drucken
*> ----------------------------------------------------------------
DRUCKE-EINTRAG.
    ADD 1 TO CNT-DRUCK
    MOVE VS-ERFASST TO DIFF-VON
    PERFORM FORMATIERE-ZEIT
    MOVE VS-ANZAHL TO PRINT-ANZAHL
    STRING "  Nr " VS-NUMMER " " PRINT-ZEIT " " VS-FIRMA " "
           VS-ZIEL " " VS-DATEI(1:32) " Saetze " PRINT-ANZAHL " "
           VS-STATUS
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SPACES TO PRINT-GESENDET
    IF VS-GESENDET-ZEIT IS NUMERIC
        MOVE VS-GESENDET-ZEIT TO DIFF-VON
        PERFORM FORMATIERE-ZEIT
        MOVE PRINT-ZEIT TO PRINT-GESENDET
    END-IF
    STRING "           Summen " VS-SUMME-1 " " VS-SUMME-2
           " Abdruck " VS-FINGERABDRUCK
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF VS-VERSUCHE > 0
        STRING "           gesendet " PRINT-GESENDET " von "
               VS-GESENDET-VON " (Versand " VS-VERSUCHE ")"
            INTO MELDUNG
        END-STRING
        IF VS-ERZWUNGEN = "J"
            STRING MELDUNG(1:76) " - ERZWUNGEN"
                DELIMITED BY SIZE
                INTO MELDUNG
            END-STRING
        END-IF
        PERFORM MELDE
    END-IF
    IF VS-BESTAETIGT-ZEIT IS NUMERIC
        MOVE VS-BESTAETIGT-ZEIT TO DIFF-VON
        PERFORM FORMATIERE-ZEIT
        STRING "           bestaetigt " PRINT-ZEIT
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF VS-VERMERK NOT = SPACES
        STRING "           Vermerk: " VS-VERMERK
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ================================================================
*> #15 Hilfsroutinen
*> ================================================================
*> Eine Aktion in VERSAND-PROTOKOLL.LOG (Satz in
*> VERSAND-REGISTER-RECORD, PROT-AKTION/-WER/-TEXT)
SCHREIBE-PROTOKOLL.
    OPEN EXTEND VERSAND-PROTOKOLL
    IF FS-PROTOKOLL NOT = "00"
        CLOSE VERSAND-PROTOKOLL
        OPEN OUTPUT VERSAND-PROTOKOLL
    END-IF
    IF FS-PROTOKOLL NOT = "00"
        DISPLAY "WARNUNG: VERSAND-PROTOKOLL.LOG nicht beschreibbar,"
                " Status=" FS-PROTOKOLL
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO VERSAND-PROTOKOLL-RECORD
    MOVE JETZT-ZEIT  TO VP-ZEIT
    MOVE VS-NUMMER   TO VP-NUMMER
    MOVE PROT-AKTION TO VP-AKTION
    MOVE PROT-WER    TO VP-WER
    MOVE VS-ZIEL     TO VP-ZIEL
    MOVE VS-DATEI    TO VP-DATEI
    MOVE PROT-TEXT   TO VP-TEXT
    WRITE VERSAND-PROTOKOLL-RECORD
    CLOSE VERSAND-PROTOKOLL.


*> Minuten von DIFF-VON bis DIFF-BIS (JJJJMMTTHHMMSS) - mirrors
*> BERECHNE-MINUTEN in alarm_verwaltung.cbl.
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


*> Meldungszeile auf Konsole und in VERSAND-REGISTER.RPT
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
