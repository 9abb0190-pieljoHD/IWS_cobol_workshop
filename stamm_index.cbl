*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. STAMM-INDEX.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Baut den indizierten Mitarbeiterstamm MITARBEITER-STAMM.IDX aus
*> MITARBEITER-STAMM.DAT auf (Satzbild STAMMIDX): Primaerschluessel
*> ist die Personalnummer, Alternativschluessel Vorname+Nachname
*> mit Duplikaten. Die Programme mit Einzelzugriffen je Buchung
*> bzw. Zahlung (Validierer, ZAHLUNGS-EXPORT) lesen dann per
*> Schluessel statt den ganzen Stamm in eine Tabelle mit 500
*> Plaetzen zu laden.
*>
*> MITARBEITER-STAMM.DAT bleibt das Pflege- und Austauschformat
*> (STAMM-PFLEGE, HR-DELTA-IMPORT, Reorganisation, Migration,
*> Konfigsaetze des BATCH-TREIBER); jedes Programm, das ihn neu
*> schreibt, ruft danach diesen Lauf auf. Der Lauf ist
*> wiederholbar und ersetzt den Index immer komplett.
*>
*> Aufgebaut wird nur ein vollstaendiger Index: hat ein Satz keine
*> Personalnummer (erst PERSONALNUMMER-MIGRATION laufen lassen)
*> oder ist eine Nummer doppelt vergeben, wird der Index wieder
*> entfernt und RC 8 gesetzt. Die Leser fallen dann - wie an
*> Standorten, die den Index noch nicht aufgebaut haben - auf
*> MITARBEITER-STAMM.DAT zurueck; ein veralteter Index bleibt so
*> nie stehen.
*>
*> Aufruf: stamm_index              Index (erstmals) aufbauen
*>         stamm_index NACHZIEHEN   nur neu aufbauen, wenn schon
*>                                  ein Index besteht - so rufen
*>                                  ihn die Pflegeprogramme nach
*>                                  dem Sichern auf; Standorte
*>                                  ohne Index bleiben beim
*>                                  zeilenweisen Stamm


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

    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-INDEX.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

FILE SECTION.
FD MITARBEITER-STAMM.
COPY STAMMREC.

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

WORKING-STORAGE SECTION.

77 FS-STAMM  PIC XX VALUE SPACES.
77 FS-INDEX  PIC XX VALUE SPACES.
77 EOF-FLAG  PIC X  VALUE "N".

01 CNT-GELESEN     PIC 9(5) VALUE 0.
01 CNT-GESCHRIEBEN PIC 9(5) VALUE 0.
01 CNT-OHNE-NR     PIC 9(5) VALUE 0.
01 CNT-DOPPELT     PIC 9(5) VALUE 0.
01 CNT-FEHLER      PIC 9(5) VALUE 0.

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(20) VALUE SPACES.

01 CMD-ENTFERNEN PIC X(80)
   VALUE "rm -f MITARBEITER-STAMM.IDX MITARBEITER-STAMM.IDX.*".


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER
    IF WS-ARGUMENT-ANZAHL >= 1
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) TO WS-ARGUMENT-WERT
    END-IF
    IF WS-ARGUMENT-WERT = "NACHZIEHEN"
        OPEN INPUT MITARBEITER-STAMM-INDEX
        IF FS-INDEX NOT = "00"
            MOVE 0 TO RETURN-CODE
            GOBACK
        END-IF
        CLOSE MITARBEITER-STAMM-INDEX
    END-IF

    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM NOT = "00"
        DISPLAY "MITARBEITER-STAMM.DAT nicht vorhanden - kein Index"
                " aufgebaut."
        CALL "SYSTEM" USING CMD-ENTFERNEN
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN OUTPUT MITARBEITER-STAMM-INDEX
    IF FS-INDEX NOT = "00"
        DISPLAY "MITARBEITER-STAMM.IDX kann nicht angelegt werden,"
                " Status=" FS-INDEX
        CLOSE MITARBEITER-STAMM
        CALL "SYSTEM" USING CMD-ENTFERNEN
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM UNTIL EOF-FLAG = "Y"
        READ MITARBEITER-STAMM
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM UEBERNIMM-STAMMSATZ
        END-READ
    END-PERFORM

    CLOSE MITARBEITER-STAMM
    CLOSE MITARBEITER-STAMM-INDEX

    COMPUTE CNT-FEHLER = CNT-OHNE-NR + CNT-DOPPELT
    IF CNT-FEHLER > 0
        CALL "SYSTEM" USING CMD-ENTFERNEN
        DISPLAY "STAMM-INDEX: " CNT-GELESEN " Saetze gelesen, "
                CNT-OHNE-NR " ohne Personalnummer, "
                CNT-DOPPELT " mit doppelter Personalnummer."
        DISPLAY "Index NICHT aufgebaut - die Programme lesen weiter"
                " MITARBEITER-STAMM.DAT."
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "STAMM-INDEX: " CNT-GESCHRIEBEN
                " Saetze in MITARBEITER-STAMM.IDX."
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.


*> ================================================================
*> #5 Einen Stammsatz in den Index uebernehmen
*> ================================================================
UEBERNIMM-STAMMSATZ.
    IF STAMM-RECORD = SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-GELESEN
    IF MA-PERSONALNR IS NOT NUMERIC OR MA-PERSONALNR = 0
        ADD 1 TO CNT-OHNE-NR
        DISPLAY "  ohne Personalnummer: " MA-VORNAME " " MA-NACHNAME
        EXIT PARAGRAPH
    END-IF
    MOVE STAMM-RECORD TO STAMM-INDEX-RECORD
    WRITE STAMM-INDEX-RECORD
        INVALID KEY
            ADD 1 TO CNT-DOPPELT
            DISPLAY "  Personalnummer " MA-PERSONALNR
                    " doppelt: " MA-VORNAME " " MA-NACHNAME
        NOT INVALID KEY
            ADD 1 TO CNT-GESCHRIEBEN
    END-WRITE.
