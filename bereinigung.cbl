*> nur das aktuelle Laufdatum zaehlt; die Archivgenerationen
*> (ARCHIV-*) und ALARM.LOG wachsen unbegrenzt. Gesteuert ueber
*> RETENTION.CFG (eine Zeile: "SeenTage ArchivTage AlarmTage
*> Komprimieren ZugriffTage", Default 30 90 90 N 730):
*>   - SEEN-Eintraege aelter als SeenTage werden entfernt,
*>   - Archivgenerationen aelter als ArchivTage werden geloescht
*>     (bei Komprimieren=J vorher per gzip gesichert),
*>   - ALARM.LOG-Zeilen aelter als AlarmTage werden entfernt,
*>     ebenso die quittierten Alarme dieser Zeilen im
*>     ALARM-REGISTER.DAT (offene bleiben stehen),
*>   - ZUGRIFFS-PROTOKOLL.LOG-Zeilen (Einsichten in
*>     Mitarbeiterdaten) aelter als ZugriffTage werden entfernt.
*> Alles Entfernte steht im Bereinigungsbericht BEREINIGUNG.REPORT.


        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-JOURNAL-NEU.

    *> Das Alarmregister der ALARM-VERWALTUNG verliert seine
    *> quittierten Alarme mit denselben ALARM.LOG-Zeilen.
    SELECT ALARM-REGISTER
        ASSIGN TO "ALARM-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    SELECT REGISTER-NEU
        ASSIGN TO "ALARM-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.

    SELECT REGISTER-SPERRE
        ASSIGN TO "ALARM-REGISTER.LCK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPERRE.

    *> Das Zugriffsprotokoll der Auskunftsprogramme hat ein
    *> eigenes, laengeres Fenster (Nachweis gegenueber dem
    *> Datenschutz).
    SELECT ZUGRIFFS-PROTOKOLL
        ASSIGN TO "ZUGRIFFS-PROTOKOLL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUGRIFF.

    SELECT ZUGRIFF-NEU
        ASSIGN TO "ZUGRIFFS-PROTOKOLL.LOG.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUGRIFF-NEU.

    SELECT BEREINIGUNG-REPORT
        ASSIGN TO "BEREINIGUNG.REPORT"
        ORGANIZATION IS LINE SEQUENTIAL
FD JOURNAL-NEU.
01 JOURNAL-NEU-ZEILE PIC X(120).

FD ALARM-REGISTER.
COPY ALMREC.

FD REGISTER-NEU.
01 REGISTER-NEU-ZEILE PIC X(296).

FD REGISTER-SPERRE.
01 REGISTER-SPERRE-ZEILE PIC X(34).

FD ZUGRIFFS-PROTOKOLL.
COPY ZUGRREC.

FD ZUGRIFF-NEU.
01 ZUGRIFF-NEU-ZEILE PIC X(112).

FD BEREINIGUNG-REPORT.
01 REPORT-ZEILE PIC X(120).

77 FS-ALARM-NEU PIC XX VALUE SPACES.
77 FS-JOURNAL  PIC XX VALUE SPACES.
77 FS-JOURNAL-NEU PIC XX VALUE SPACES.
77 FS-REGISTER PIC XX VALUE SPACES.
77 FS-REGISTER-NEU PIC XX VALUE SPACES.
77 FS-SPERRE   PIC XX VALUE SPACES.
77 FS-ZUGRIFF  PIC XX VALUE SPACES.
77 FS-ZUGRIFF-NEU PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 ARCHIV-TAGE PIC 9(4) VALUE 90.
01 ALARM-TAGE  PIC 9(4) VALUE 90.
01 KOMPRIMIEREN PIC X VALUE "N".
01 ZUGRIFF-TAGE PIC 9(4) VALUE 730.
01 CFG-FELD-1 PIC X(5).
01 CFG-FELD-2 PIC X(5).
01 CFG-FELD-3 PIC X(5).
01 CFG-FELD-4 PIC X(2).
01 CFG-FELD-5 PIC X(5).

01 HEUTE-DATUM    PIC 9(8).
01 HEUTE-INT      PIC 9(8).
01 SEEN-CUTOFF    PIC 9(8).
01 ARCHIV-CUTOFF  PIC 9(8).
01 ALARM-CUTOFF   PIC 9(8).
01 ZUGRIFF-CUTOFF PIC 9(8).

01 CNT-SEEN-BEHALTEN  PIC 9(6) VALUE 0.
01 CNT-SEEN-ENTFERNT  PIC 9(6) VALUE 0.
01 CNT-ALARM-ENTFERNT  PIC 9(6) VALUE 0.
01 CNT-JOURNAL-BEHALTEN PIC 9(6) VALUE 0.
01 CNT-JOURNAL-ENTFERNT PIC 9(6) VALUE 0.
01 CNT-REGISTER-BEHALTEN PIC 9(6) VALUE 0.
01 CNT-REGISTER-ENTFERNT PIC 9(6) VALUE 0.
01 CNT-ZUGRIFF-BEHALTEN PIC 9(6) VALUE 0.
01 CNT-ZUGRIFF-ENTFERNT PIC 9(6) VALUE 0.

01 ARCHIV-DATEINAME PIC X(80).
01 ARCHIV-DATUM     PIC 9(8).
        FUNCTION DATE-OF-INTEGER(HEUTE-INT - ARCHIV-TAGE).
    COMPUTE ALARM-CUTOFF =
        FUNCTION DATE-OF-INTEGER(HEUTE-INT - ALARM-TAGE).
    COMPUTE ZUGRIFF-CUTOFF =
        FUNCTION DATE-OF-INTEGER(HEUTE-INT - ZUGRIFF-TAGE).

    OPEN OUTPUT BEREINIGUNG-REPORT.
    IF FS-REPORT NOT = "00"
    STRING "Bereinigung vom " HEUTE-DATUM
           ": SEEN<" SEEN-CUTOFF
           " ARCHIV<" ARCHIV-CUTOFF
           " ALARM<" ALARM-CUTOFF
           " ZUGRIFF<" ZUGRIFF-CUTOFF INTO MELDUNG
    END-STRING
    PERFORM MELDE.

    PERFORM BEREINIGE-ARCHIVE.
    PERFORM BEREINIGE-ALARM-LOG.
    PERFORM BEREINIGE-LAUF-JOURNAL.
    PERFORM BEREINIGE-ALARM-REGISTER.
    PERFORM BEREINIGE-ZUGRIFFS-PROTOKOLL.

    MOVE SPACES TO MELDUNG
    STRING "SEEN entfernt=" CNT-SEEN-ENTFERNT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Alarmregister: quittierte Alarme entfernt="
           CNT-REGISTER-ENTFERNT " behalten=" CNT-REGISTER-BEHALTEN
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Zugriffsprotokoll: Zeilen entfernt="
           CNT-ZUGRIFF-ENTFERNT " behalten=" CNT-ZUGRIFF-BEHALTEN
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.

    CLOSE BEREINIGUNG-REPORT.
    GOBACK.
    END-IF.


*> ----------------------------------------------------------------
*> #7.4 ALARM-REGISTER.DAT auf das Aufbewahrungsfenster kuerzen
*> ----------------------------------------------------------------
*> Entfernt werden nur quittierte Alarme, deren ALARM.LOG-Zeile
*> (ALM-TEXT) vor dem Stichtag liegt - genau die Zeilen, die
*> BEREINIGE-ALARM-LOG entfernt; sonst legte ALARM-VERWALTUNG sie
*> als neue Alarme wieder an. Haelt ALARM-VERWALTUNG gerade die
*> Registersperre, bleibt das Register bis zum naechsten Lauf.
BEREINIGE-ALARM-REGISTER.
    OPEN INPUT REGISTER-SPERRE
    IF FS-SPERRE = "00"
        CLOSE REGISTER-SPERRE
        STRING "ALARM-REGISTER.DAT gesperrt (ALARM-REGISTER.LCK)"
               " - naechster Lauf." INTO MELDUNG
        END-STRING
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ALARM-REGISTER
    IF FS-REGISTER NOT = "00"
        MOVE "ALARM-REGISTER.DAT nicht vorhanden." TO MELDUNG
        PERFORM MELDE
    ELSE
        OPEN OUTPUT REGISTER-NEU
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ALARM-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    PERFORM PRUEFE-REGISTER-SATZ
            END-READ
        END-PERFORM
        CLOSE ALARM-REGISTER REGISTER-NEU

        MOVE "mv ALARM-REGISTER.NEU ALARM-REGISTER.DAT" TO CMD-LINE
        CALL "SYSTEM" USING CMD-LINE
        MOVE 0 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #7.5 Einen Registersatz behalten oder entfernen
*> ----------------------------------------------------------------
PRUEFE-REGISTER-SATZ.
    IF ALM-QUITTIERT AND ALM-TEXT(1:8) IS NUMERIC
        MOVE ALM-TEXT(1:8) TO ALARM-ZEILEN-DATUM
        IF ALARM-ZEILEN-DATUM < ALARM-CUTOFF
            ADD 1 TO CNT-REGISTER-ENTFERNT
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE ALARM-REGISTER-RECORD TO REGISTER-NEU-ZEILE
    WRITE REGISTER-NEU-ZEILE
    ADD 1 TO CNT-REGISTER-BEHALTEN.


*> ----------------------------------------------------------------
*> #7.6 ZUGRIFFS-PROTOKOLL.LOG auf ZugriffTage kuerzen
*> ----------------------------------------------------------------
*> ZP-ZEIT beginnt mit JJJJMMTT (Satzbild ZUGRREC); Zeilen ohne
*> erkennbares Datum bleiben stehen.
BEREINIGE-ZUGRIFFS-PROTOKOLL.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ZUGRIFFS-PROTOKOLL
    IF FS-ZUGRIFF NOT = "00"
        MOVE "ZUGRIFFS-PROTOKOLL.LOG nicht vorhanden." TO MELDUNG
        PERFORM MELDE
    ELSE
        OPEN OUTPUT ZUGRIFF-NEU
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ZUGRIFFS-PROTOKOLL
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    PERFORM PRUEFE-ZUGRIFF-ZEILE
            END-READ
        END-PERFORM
        CLOSE ZUGRIFFS-PROTOKOLL ZUGRIFF-NEU

        MOVE "mv ZUGRIFFS-PROTOKOLL.LOG.NEU ZUGRIFFS-PROTOKOLL.LOG"
            TO CMD-LINE
        CALL "SYSTEM" USING CMD-LINE
        MOVE 0 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #7.7 Eine Protokollzeile behalten oder entfernen
*> ----------------------------------------------------------------
PRUEFE-ZUGRIFF-ZEILE.
    IF ZP-ZEIT(1:8) IS NUMERIC
        MOVE ZP-ZEIT(1:8) TO ALARM-ZEILEN-DATUM
        IF ALARM-ZEILEN-DATUM < ZUGRIFF-CUTOFF
            ADD 1 TO CNT-ZUGRIFF-ENTFERNT
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE ZUGRIFF-RECORD TO ZUGRIFF-NEU-ZEILE
    WRITE ZUGRIFF-NEU-ZEILE
    ADD 1 TO CNT-ZUGRIFF-BEHALTEN.


*> ================================================================
*> #8 Aufbewahrungsregeln aus RETENTION.CFG laden
*> ================================================================
            AT END CONTINUE
            NOT AT END
                MOVE SPACES TO CFG-FELD-1 CFG-FELD-2
                               CFG-FELD-3 CFG-FELD-4 CFG-FELD-5
                UNSTRING FUNCTION TRIM(RETENTION-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO CFG-FELD-1 CFG-FELD-2 CFG-FELD-3 CFG-FELD-4
                         CFG-FELD-5
                END-UNSTRING
                IF FUNCTION TRIM(CFG-FELD-1) IS NUMERIC
                    MOVE FUNCTION NUMVAL(CFG-FELD-1) TO SEEN-TAGE
                IF CFG-FELD-4(1:1) = "J" OR CFG-FELD-4(1:1) = "j"
                    MOVE "J" TO KOMPRIMIEREN
                END-IF
                IF FUNCTION TRIM(CFG-FELD-5) IS NUMERIC
                    MOVE FUNCTION NUMVAL(CFG-FELD-5) TO ZUGRIFF-TAGE
                END-IF
        END-READ
        CLOSE RETENTION-CFG
    END-IF.
