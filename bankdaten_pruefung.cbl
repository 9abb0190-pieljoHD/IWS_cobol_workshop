*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. BANKDATEN-PRUEFUNG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Rueckruf-Bestaetigung geaenderter Bankverbindungen: gefaelschte
*> "Bitte ab sofort auf mein neues Konto"-Mails haben schon einmal
*> einen Monatslohn umgeleitet. STAMM-PFLEGE und HR-DELTA-IMPORT
*> merken jede neue IBAN mit altem und neuem Konto in
*> BANKDATEN-PRUEFUNG.DAT vor (Satzbild BANKREC, Status offen);
*> ZAHLUNGS-EXPORT haelt Zahlungen an das neue Konto an, bis ein
*> zweiter Operator die Aenderung hier bestaetigt hat - ohne
*> zeitliche Grenze, eine liegengebliebene Aenderung wird nie von
*> selbst zahlbar - und ebenso, wenn sie zurueckgewiesen wurde.
*> Die Frist aus BANKDATEN-SPERRE.CFG (Tage, Default 30) legt nur
*> fest, welche Aenderungen als frisch gelten und im Bericht zur
*> Pruefung aufgefuehrt werden; offene Aenderungen, die aelter
*> sind, erscheinen dort als UEBERFAELLIG.
*> Dieses Programm
*>   - nimmt die Bestaetigung bzw. Zurueckweisung nach dem Rueckruf
*>     beim Mitarbeiter (unter der BEKANNTEN Rufnummer, nicht der
*>     aus der Mail) auf: angemeldeter Operator mit Rolle "F" aus
*>     BENUTZER.CFG, der NICHT selbst die Aenderung erfasst hat,
*>     und ein Rueckrufvermerk sind Pflicht,
*>   - druckt BANKDATEN-PRUEFUNG.RPT: alle offenen Aenderungen und
*>     alle der letzten Tage mit altem/neuem Konto, wer geaendert
*>     und wer bestaetigt hat.
*>
*> Aufruf: bankdaten_pruefung [Tage]          Bericht (Default =
*>                                            Frist)
*>         bankdaten_pruefung BESTAETIGEN <Nr> <Vermerk ...>
*>         bankdaten_pruefung ZURUECKWEISEN <Nr> <Vermerk ...>
*>                                            (ohne Angaben wird
*>                                            an der Konsole
*>                                            gefragt)
*> RETURN-CODE 0, 1 bei abgelehnter Anmeldung/Bestaetigung, 8 bei
*> ungueltigem Parameter oder nicht schreibbarem Register.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BANKDATEN-PRUEFUNG
        ASSIGN TO "BANKDATEN-PRUEFUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BANKPRUEF.

    *> Wie bei der Bereinigung entsteht erst eine .NEU-Datei, die
    *> das Register erst nach vollstaendigem Schreiben ersetzt.
    SELECT REGISTER-NEU
        ASSIGN TO "BANKDATEN-PRUEFUNG.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.

    SELECT BANKSPERRE-CFG
        ASSIGN TO "BANKDATEN-SPERRE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BANKSPERRE.

    *> Operator-Kennungen und Rollen ("<Kennung> <Rollen>").
    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT PRUEF-REPORT
        ASSIGN TO "BANKDATEN-PRUEFUNG.RPT"
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
FD BANKDATEN-PRUEFUNG.
01 BANKPRUEF-ZEILE PIC X(212).

FD REGISTER-NEU.
01 REGISTER-NEU-ZEILE PIC X(212).

FD BANKSPERRE-CFG.
01 BANKSPERRE-CFG-ZEILE PIC X(3).

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD PRUEF-REPORT.
01 REPORT-ZEILE PIC X(120).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-BANKPRUEF    PIC XX VALUE SPACES.
77 FS-REGISTER-NEU PIC XX VALUE SPACES.
77 FS-BANKSPERRE   PIC XX VALUE SPACES.
77 FS-REPORT       PIC XX VALUE SPACES.
77 EOF-FLAG        PIC X  VALUE "N".

*> Operator-Anmeldung - mirrors ANMELDUNG in monats_freigabe.
77 FSBEN PIC XX VALUE SPACES.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-ROLLEN PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID     PIC X(8).
01 BENUTZER-CFG-ROLLEN PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".
01 ROLLE-GEFORDERT   PIC X VALUE "F".
01 ROLLEN-TREFFER    PIC 9(2).

*> Arbeitssatz des Registers.
COPY BANKREC.

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(60) VALUE SPACES.
01 PRUEF-MODUS   PIC X(13) VALUE "BERICHT".
01 ARG-ID        PIC 9(6) VALUE 0.
01 ARG-ID-RAW    PIC X(10) VALUE SPACES.
01 ARG-VERMERK   PIC X(40) VALUE SPACES.
01 VERMERK-PTR   PIC 9(3).
01 BERICHT-TAGE  PIC 9(3) VALUE 0.

*> Frist, in der eine Aenderung als frisch gilt.
01 BANK-SPERRTAGE PIC 9(3) VALUE 30.
01 BANK-HEUTE     PIC 9(8).
01 BANK-AENDERUNG PIC 9(8).
01 BANK-ALTER     PIC S9(7).
01 JETZT-ZEIT     PIC X(14).

*> Register im Speicher, Reihenfolge = Pruefnummer.
01 REG-ANZAHL PIC 9(4) VALUE 0.
01 REG-TABELLE.
    05 REG-EINTRAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON REG-ANZAHL
                   INDEXED BY RG-IDX.
        10 REG-SATZ PIC X(212).
01 REG-POS PIC 9(4).

01 CMD-REGISTER-TAUSCH PIC X(60)
   VALUE "mv BANKDATEN-PRUEFUNG.NEU BANKDATEN-PRUEFUNG.DAT".
01 RC-MERKER PIC S9(9).

01 CNT-OFFEN       PIC 9(4) VALUE 0.
01 CNT-UEBERFAELLIG PIC 9(4) VALUE 0.
01 CNT-ZEITRAUM    PIC 9(4) VALUE 0.
01 DRUCK-STATUS    PIC X(16).
01 PRINT-ZEIT      PIC X(16).
01 PRINT-TAGE      PIC ZZ9.
01 DIFF-VON        PIC X(14).
01 MELDUNG PIC X(120).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:14) TO JETZT-ZEIT.
    MOVE JETZT-ZEIT(1:8) TO BANK-HEUTE.
    PERFORM LADE-SPERRFRIST.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM LADE-REGISTER.

    IF PRUEF-MODUS = "BERICHT"
        IF BERICHT-TAGE = 0
            MOVE BANK-SPERRTAGE TO BERICHT-TAGE
        END-IF
        PERFORM DRUCKE-BERICHT
        GOBACK
    END-IF.

    PERFORM ANMELDUNG.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF.
    IF ARG-ID = 0 OR ARG-VERMERK = SPACES
        PERFORM FRAGE-ENTSCHEIDUNG-AB
    END-IF.
    PERFORM ENTSCHEIDE-AENDERUNG.
    IF RETURN-CODE = 0
        PERFORM SCHREIBE-REGISTER
    END-IF.
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
    IF FUNCTION TRIM(WS-ARGUMENT-WERT) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-ARGUMENT-WERT) TO BERICHT-TAGE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGUMENT-WERT))
        TO PRUEF-MODUS
    EVALUATE PRUEF-MODUS
        WHEN "BERICHT"
            CONTINUE
        WHEN "BESTAETIGEN"
        WHEN "ZURUECKWEISEN"
            PERFORM PARSE-ENTSCHEIDUNG
        WHEN OTHER
            DISPLAY "Unbekannter Parameter '"
                    FUNCTION TRIM(WS-ARGUMENT-WERT)
                    "' - Aufruf: bankdaten_pruefung [Tage |"
                    " BESTAETIGEN <Nr> <Vermerk> |"
                    " ZURUECKWEISEN <Nr> <Vermerk>]"
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #5.1 BESTAETIGEN/ZURUECKWEISEN <Nr> <Vermerk ...>
*> ----------------------------------------------------------------
*> Mirrors PARSE-QUITTUNG in alarm_verwaltung.cbl: der Vermerk
*> darf aus mehreren Woertern bestehen.
PARSE-ENTSCHEIDUNG.
    IF WS-ARGUMENT-ANZAHL < 2
        EXIT PARAGRAPH
    END-IF
    MOVE 2 TO WS-ARGUMENT-INDEX
    DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
    ACCEPT ARG-ID-RAW FROM ARGUMENT-VALUE
    PERFORM PRUEFE-ARG-ID
    MOVE 1 TO VERMERK-PTR
    PERFORM VARYING WS-ARGUMENT-INDEX FROM 3 BY 1
            UNTIL WS-ARGUMENT-INDEX > WS-ARGUMENT-ANZAHL
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF VERMERK-PTR > 1 AND VERMERK-PTR < 40
            STRING " " DELIMITED BY SIZE
                INTO ARG-VERMERK WITH POINTER VERMERK-PTR
            END-STRING
        END-IF
        IF VERMERK-PTR < 40
            STRING FUNCTION TRIM(WS-ARGUMENT-WERT) DELIMITED BY SIZE
                INTO ARG-VERMERK WITH POINTER VERMERK-PTR
            END-STRING
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.2 Pruefnummer aus ARG-ID-RAW pruefen
*> ----------------------------------------------------------------
PRUEFE-ARG-ID.
    MOVE 0 TO ARG-ID
    IF FUNCTION TRIM(ARG-ID-RAW) IS NUMERIC
        MOVE FUNCTION NUMVAL(ARG-ID-RAW) TO ARG-ID
    ELSE
        DISPLAY "Pruefnummer '" FUNCTION TRIM(ARG-ID-RAW)
                "' ist nicht numerisch."
    END-IF.


*> ----------------------------------------------------------------
*> #5.3 Nummer und Rueckrufvermerk an der Konsole erfragen
*> ----------------------------------------------------------------
FRAGE-ENTSCHEIDUNG-AB.
    IF ARG-ID = 0
        DISPLAY "Pruefnummer: "
        MOVE SPACES TO ARG-ID-RAW
        ACCEPT ARG-ID-RAW
        PERFORM PRUEFE-ARG-ID
    END-IF
    IF ARG-VERMERK = SPACES
        DISPLAY "Rueckrufvermerk (wann, welche Rufnummer, Ergebnis): "
        ACCEPT ARG-VERMERK
    END-IF.


*> ================================================================
*> #6 Frist lesen (BANKDATEN-SPERRE.CFG)
*> ================================================================
LADE-SPERRFRIST.
    OPEN INPUT BANKSPERRE-CFG
    IF FS-BANKSPERRE = "00"
        READ BANKSPERRE-CFG
            AT END CONTINUE
            NOT AT END
                IF FUNCTION TRIM(BANKSPERRE-CFG-ZEILE) IS NUMERIC
                    MOVE FUNCTION NUMVAL(BANKSPERRE-CFG-ZEILE)
                        TO BANK-SPERRTAGE
                END-IF
        END-READ
        CLOSE BANKSPERRE-CFG
    END-IF.


*> ================================================================
*> #7 Register laden
*> ================================================================
LADE-REGISTER.
    MOVE 0 TO REG-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BANKDATEN-PRUEFUNG
    IF FS-BANKPRUEF = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ BANKDATEN-PRUEFUNG INTO BANKDATEN-PRUEF-RECORD
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF BP-ID IS NUMERIC AND REG-ANZAHL < 5000
                        ADD 1 TO REG-ANZAHL
                        MOVE BANKDATEN-PRUEF-RECORD
                            TO REG-SATZ(REG-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BANKDATEN-PRUEFUNG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.1 Register zurueckschreiben (.NEU, dann umbenennen)
*> ----------------------------------------------------------------
*> Mirrors SCHREIBE-REGISTER in alarm_verwaltung.cbl.
SCHREIBE-REGISTER.
    OPEN OUTPUT REGISTER-NEU
    IF FS-REGISTER-NEU NOT = "00"
        DISPLAY "BANKDATEN-PRUEFUNG.NEU kann nicht geschrieben"
                " werden, Status=" FS-REGISTER-NEU
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
*> #8 Aenderung bestaetigen oder zurueckweisen
*> ================================================================
*> Vier Augen: wer die IBAN erfasst hat, darf sie nicht selbst
*> bestaetigen. Entschieden wird nur eine offene Aenderung.
ENTSCHEIDE-AENDERUNG.
    IF ARG-ID = 0 OR ARG-VERMERK = SPACES
        DISPLAY "Abgelehnt: Pruefnummer und Rueckrufvermerk sind"
                " Pflicht."
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
        DISPLAY "Abgelehnt: Pruefnummer " ARG-ID
                " steht nicht in BANKDATEN-PRUEFUNG.DAT."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE REG-SATZ(REG-POS) TO BANKDATEN-PRUEF-RECORD
    IF NOT BP-OFFEN
        DISPLAY "Abgelehnt: Aenderung " ARG-ID " wurde bereits am "
                BP-PRUEF-ZEIT(1:8) " von "
                FUNCTION TRIM(BP-PRUEFER) " entschieden."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF BP-BEARBEITER = BENUTZER-ID
        DISPLAY "Abgelehnt: " FUNCTION TRIM(BENUTZER-ID)
                " hat die Aenderung selbst erfasst - Bestaetigung"
                " nur durch einen zweiten Operator."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF PRUEF-MODUS = "BESTAETIGEN"
        SET BP-BESTAETIGT TO TRUE
    ELSE
        SET BP-ZURUECKGEWIESEN TO TRUE
    END-IF
    MOVE BENUTZER-ID TO BP-PRUEFER
    MOVE JETZT-ZEIT  TO BP-PRUEF-ZEIT
    MOVE ARG-VERMERK TO BP-VERMERK
    MOVE BANKDATEN-PRUEF-RECORD TO REG-SATZ(REG-POS)
    IF BP-BESTAETIGT
        DISPLAY "IBAN-Aenderung " ARG-ID " ("
                FUNCTION TRIM(BP-VORNAME) " "
                FUNCTION TRIM(BP-NACHNAME) ", "
                FUNCTION TRIM(BP-IBAN-NEU) ") bestaetigt."
    ELSE
        DISPLAY "IBAN-Aenderung " ARG-ID " ("
                FUNCTION TRIM(BP-VORNAME) " "
                FUNCTION TRIM(BP-NACHNAME) ", "
                FUNCTION TRIM(BP-IBAN-NEU) ") ZURUECKGEWIESEN -"
                " Zahlungen an dieses Konto bleiben gesperrt;"
                " Stamm in STAMM-PFLEGE auf das bisherige Konto "
                FUNCTION TRIM(BP-IBAN-ALT) " zuruecksetzen."
    END-IF
    MOVE 0 TO RETURN-CODE.


*> ================================================================
*> #9 Bericht (BANKDATEN-PRUEFUNG.RPT)
*> ================================================================
*> Offene Aenderungen jeden Alters zuerst - an sie wird nicht
*> gezahlt; aelter als die Frist = Rueckruf ueberfaellig -, danach
*> alle Aenderungen der letzten BERICHT-TAGE mit Entscheidung.
DRUCKE-BERICHT.
    OPEN OUTPUT PRUEF-REPORT
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von BANKDATEN-PRUEFUNG.RPT,"
                " Status=" FS-REPORT
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    MOVE JETZT-ZEIT TO DIFF-VON
    PERFORM FORMATIERE-ZEIT
    MOVE BANK-SPERRTAGE TO PRINT-TAGE
    STRING "Bankdaten-Aenderungen, Stand " PRINT-ZEIT
           " (Frist " FUNCTION TRIM(PRINT-TAGE) " Tage)"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    MOVE "Offene Aenderungen (Zahlung angehalten bis Rueckruf):"
        TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO BANKDATEN-PRUEF-RECORD
        IF BP-OFFEN
            ADD 1 TO CNT-OFFEN
            PERFORM BERECHNE-ALTER
            IF BANK-ALTER > BANK-SPERRTAGE
                MOVE "UEBERFAELLIG" TO DRUCK-STATUS
                ADD 1 TO CNT-UEBERFAELLIG
            ELSE
                MOVE "OFFEN" TO DRUCK-STATUS
            END-IF
            PERFORM DRUCKE-AENDERUNG
        END-IF
    END-PERFORM
    IF CNT-OFFEN = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF

    MOVE " " TO MELDUNG
    PERFORM MELDE
    MOVE BERICHT-TAGE TO PRINT-TAGE
    STRING "Alle Aenderungen der letzten "
           FUNCTION TRIM(PRINT-TAGE) " Tage:"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    PERFORM VARYING REG-POS FROM 1 BY 1 UNTIL REG-POS > REG-ANZAHL
        MOVE REG-SATZ(REG-POS) TO BANKDATEN-PRUEF-RECORD
        PERFORM BERECHNE-ALTER
        IF BANK-ALTER <= BERICHT-TAGE
            ADD 1 TO CNT-ZEITRAUM
            EVALUATE TRUE
                WHEN BP-OFFEN
                    MOVE "OFFEN" TO DRUCK-STATUS
                WHEN BP-BESTAETIGT
                    MOVE "BESTAETIGT" TO DRUCK-STATUS
                WHEN BP-ZURUECKGEWIESEN
                    MOVE "ZURUECKGEWIESEN" TO DRUCK-STATUS
                WHEN OTHER
                    MOVE BP-STATUS TO DRUCK-STATUS
            END-EVALUATE
            PERFORM DRUCKE-AENDERUNG
        END-IF
    END-PERFORM
    IF CNT-ZEITRAUM = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    STRING "Offen: " CNT-OFFEN "  davon ueberfaellig: " CNT-UEBERFAELLIG
           "  im Zeitraum: " CNT-ZEITRAUM
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    CLOSE PRUEF-REPORT.


*> ----------------------------------------------------------------
*> #9.1 Eine Aenderung (Arbeitssatz) drucken
*> ----------------------------------------------------------------
DRUCKE-AENDERUNG.
    MOVE BP-ZEIT TO DIFF-VON
    PERFORM FORMATIERE-ZEIT
    STRING "  Nr " BP-ID " " PRINT-ZEIT " "
           BP-PERSONALNR " " FUNCTION TRIM(BP-VORNAME) " "
           FUNCTION TRIM(BP-NACHNAME) " - " DRUCK-STATUS
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    STRING "           alt: " BP-IBAN-ALT " " BP-BIC-ALT
           "  neu: " BP-IBAN-NEU " " BP-BIC-NEU
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF BP-BEARBEITER = SPACES
        STRING "           geaendert: "
               FUNCTION TRIM(BP-QUELLE) " (ohne Anmeldung)"
            INTO MELDUNG
        END-STRING
    ELSE
        STRING "           geaendert: "
               FUNCTION TRIM(BP-QUELLE) " von "
               FUNCTION TRIM(BP-BEARBEITER)
            INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE
    IF NOT BP-OFFEN
        MOVE BP-PRUEF-ZEIT TO DIFF-VON
        PERFORM FORMATIERE-ZEIT
        STRING "           geprueft:  " PRINT-ZEIT " von "
               FUNCTION TRIM(BP-PRUEFER) ": "
               FUNCTION TRIM(BP-VERMERK)
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ================================================================
*> Operator-Anmeldung gegen BENUTZER.CFG
*> ================================================================
*> Mirrors ANMELDUNG in monats_freigabe.cbl - Pflicht, eine
*> Bestaetigung ohne bekannten zweiten Operator waere wertlos.
ANMELDUNG.
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        DISPLAY "BENUTZER.CFG fehlt - ohne Benutzerverwaltung"
                " keine Bestaetigung von Bankdaten."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Operator-Kennung: "
    ACCEPT BENUTZER-ID
    MOVE "N" TO BENUTZER-GEFUNDEN
    MOVE "N" TO BENUTZER-EOF
    PERFORM UNTIL BENUTZER-EOF = "Y"
        READ BENUTZER-CFG
            AT END MOVE "Y" TO BENUTZER-EOF
            NOT AT END
                MOVE SPACES TO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                UNSTRING FUNCTION TRIM(BENUTZER-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                END-UNSTRING
                IF BENUTZER-CFG-ID = BENUTZER-ID
                    MOVE "J" TO BENUTZER-GEFUNDEN
                    MOVE BENUTZER-CFG-ROLLEN TO BENUTZER-ROLLEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE BENUTZER-CFG

    MOVE 0 TO ROLLEN-TREFFER
    IF BENUTZER-GEFUNDEN = "J" AND BENUTZER-ID NOT = SPACES
        INSPECT BENUTZER-ROLLEN
            TALLYING ROLLEN-TREFFER FOR ALL ROLLE-GEFORDERT
    END-IF
    IF ROLLEN-TREFFER = 0
        DISPLAY "Anmeldung abgelehnt: Kennung unbekannt oder"
                " Rolle '" ROLLE-GEFORDERT "' fehlt."
        MOVE 1 TO RETURN-CODE
    ELSE
        DISPLAY "Angemeldet: " FUNCTION TRIM(BENUTZER-ID)
                " (Rollen " FUNCTION TRIM(BENUTZER-ROLLEN) ")"
    END-IF.


*> ================================================================
*> #10 Hilfsroutinen
*> ================================================================
*> Tage seit der Aenderung (BP-ZEIT) -> BANK-ALTER; ein unlesbares
*> Datum zaehlt als heute.
BERECHNE-ALTER.
    MOVE 0 TO BANK-ALTER
    IF BP-ZEIT(1:8) IS NUMERIC
        MOVE BP-ZEIT(1:8) TO BANK-AENDERUNG
        IF FUNCTION TEST-DATE-YYYYMMDD(BANK-AENDERUNG) = 0
            COMPUTE BANK-ALTER =
                FUNCTION INTEGER-OF-DATE(BANK-HEUTE)
                - FUNCTION INTEGER-OF-DATE(BANK-AENDERUNG)
        END-IF
    END-IF.


*> DIFF-VON als TT.MM.JJJJ HH:MM -> PRINT-ZEIT
FORMATIERE-ZEIT.
    MOVE SPACES TO PRINT-ZEIT
    STRING DIFF-VON(7:2) "." DIFF-VON(5:2) "." DIFF-VON(1:4) " "
           DIFF-VON(9:2) ":" DIFF-VON(11:2)
        INTO PRINT-ZEIT
    END-STRING.


*> Meldungszeile auf Konsole und in BANKDATEN-PRUEFUNG.RPT
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
