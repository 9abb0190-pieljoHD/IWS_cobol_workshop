*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. AU-VERFOLGUNG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Verfolgung der Arbeitsunfaehigkeitsbescheinigungen: ab dem
*> AU-Pflichttag einer Krankheitsepisode (vierter Wert in
*> LOHNFORTZAHLUNG.CFG, Default 4) braucht jede Episode in
*> KRANKHEIT-EPISODEN.DAT eine Bescheinigung - seit der
*> elektronischen AU muessen wir sie bei der Krankenkasse selbst
*> abrufen. Die Personalabteilung traegt Anforderung und Eingang in
*> AU-EINGANG.DAT ein (eine Zeile je Vorgang, Klartextnamen, "*" =
*> Kommentar):
*>     <Vorname> <Nachname> A <AngefordertAm>
*>     <Vorname> <Nachname> E <GueltigVon> <GueltigBis>
*> Ein Eingang gilt fuer die gefuehrte Episode, wenn sich die
*> Zeitraeume ueberschneiden oder aneinander anschliessen
*> (Folgebescheinigungen verlaengern den abgedeckten Zeitraum); eine
*> Anforderung, wenn sie nicht vor dem Episodenbeginn liegt.
*> Angewendete Zeilen werden aus AU-EINGANG.DAT entfernt; Zeilen ohne
*> passende Episode bleiben stehen - die Episode kommt vielleicht
*> erst mit dem naechsten LOHNFORTZAHLUNG-Lauf.
*> Danach wird der AU-Stand jeder Episode neu abgeleitet (N nicht
*> noetig, A angefordert, E erhalten, F fehlt) und die Nachforde-
*> rungsliste aller AU-pflichtigen Episoden ohne deckende
*> Bescheinigung gedruckt.
*>
*> Aufruf: au_verfolgung (taeglich). Ergebnis: Konsole +
*> AU-NACHFORDERUNG-<JJJJMMTT>.RPT; RC 1, wenn Eingangszeilen nicht
*> zugeordnet werden konnten.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KRANKHEIT-EPISODEN
        ASSIGN TO "KRANKHEIT-EPISODEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EPISODEN.

    SELECT LOHNFORTZAHLUNG-CFG
        ASSIGN TO "LOHNFORTZAHLUNG.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CFG.

    SELECT AU-EINGANG
        ASSIGN TO "AU-EINGANG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EINGANG.

    SELECT NACHFORDERUNGS-LISTE
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
*> Mirrors EPISODE-RECORD in lohnfortzahlung.cbl.
FD KRANKHEIT-EPISODEN.
01 EPISODE-RECORD.
    05 EP-VORNAME-M  PIC X(10).
    05 EP-NACHNAME-M PIC X(10).
    05 EP-BEGINN     PIC 9(08).
    05 EP-LETZTER    PIC 9(08).
    05 EP-TAGE       PIC 9(03).
    05 EP-AU-STATUS  PIC X(01).
        88 AU-NICHT-NOETIG VALUE "N".
        88 AU-ANGEFORDERT  VALUE "A".
        88 AU-ERHALTEN     VALUE "E".
        88 AU-FEHLT        VALUE "F".
    05 EP-AU-VON     PIC 9(08).
    05 EP-AU-BIS     PIC 9(08).

FD LOHNFORTZAHLUNG-CFG.
01 LOHNFORTZAHLUNG-CFG-ZEILE PIC X(20).

FD AU-EINGANG.
01 AU-EINGANG-ZEILE PIC X(60).

FD NACHFORDERUNGS-LISTE.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-EPISODEN PIC XX VALUE SPACES.
77 FS-CFG      PIC XX VALUE SPACES.
77 FS-EINGANG  PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 AU-PFLICHT-TAG PIC 9(3) VALUE 4.
01 CFG-WERT-1 PIC X(4).
01 CFG-WERT-2 PIC X(4).
01 CFG-WERT-3 PIC X(4).
01 CFG-WERT-4 PIC X(4).

01 HEUTE           PIC 9(8).
01 LISTE-DATEINAME PIC X(50).

*> Episoden im Speicher (mirrors EPI-TABELLE in lohnfortzahlung.cbl).
01 EPI-ANZAHL PIC 9(3) VALUE 0.
01 EPI-TABELLE.
    05 EPI-EINTRAG OCCURS 1 TO 500 TIMES
                    DEPENDING ON EPI-ANZAHL
                    INDEXED BY EP-IDX.
        10 EPT-VORNAME-M  PIC X(10).
        10 EPT-NACHNAME-M PIC X(10).
        10 EPT-BEGINN     PIC 9(08).
        10 EPT-LETZTER    PIC 9(08).
        10 EPT-TAGE       PIC 9(03).
        10 EPT-AU-STATUS  PIC X(01).
        10 EPT-AU-VON     PIC 9(08).
        10 EPT-AU-BIS     PIC 9(08).
01 EPI-UEBERLAUF PIC X VALUE "N".
01 EPI-POSITION  PIC 9(3).

*> Eingangszeilen; nicht zugeordnete werden zurueckgeschrieben.
01 EG-ANZAHL PIC 9(3) VALUE 0.
01 EG-TABELLE.
    05 EG-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON EG-ANZAHL.
        10 EG-ZEILE    PIC X(60).
        10 EG-ERLEDIGT PIC X.
01 EG-IDX       PIC 9(3).
01 EG-VORNAME   PIC X(10).
01 EG-NACHNAME  PIC X(10).
01 EG-ART       PIC X(4).
01 EG-DATUM-1   PIC X(10).
01 EG-DATUM-2   PIC X(10).
01 EG-VON       PIC 9(8).
01 EG-BIS       PIC 9(8).
01 EG-UEBERLAUF PIC X VALUE "N".

01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".
01 SUCH-VORNAME-M  PIC X(10).
01 SUCH-NACHNAME-M PIC X(10).
01 KLAR-VORNAME    PIC X(10).
01 KLAR-NACHNAME   PIC X(10).

01 EPI-SPANNE     PIC 9(4).
01 FAELLIG-AB     PIC 9(8).
01 OFFEN-TAGE     PIC 9(4).
01 STATUS-TEXT    PIC X(20).
01 PRINT-SPANNE   PIC ZZZ9.
01 PRINT-OFFEN    PIC ZZZ9.
01 PRINT-AU-BIS   PIC X(10).
01 PRINT-PFLICHT  PIC ZZ9.
01 LUECKE-AB      PIC 9(8).

01 CNT-ANGEWENDET  PIC 9(4) VALUE 0.
01 CNT-OFFEN       PIC 9(4) VALUE 0.
01 CNT-PFLICHTIG   PIC 9(4) VALUE 0.
01 CNT-LISTE       PIC 9(4) VALUE 0.
01 SICHERE-IDX     PIC 9(3).
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE.
    PERFORM LADE-CFG.
    PERFORM LADE-EPISODEN.
    IF EPI-UEBERLAUF = "J"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-EINGANG.
    PERFORM VARYING EG-IDX FROM 1 BY 1 UNTIL EG-IDX > EG-ANZAHL
        PERFORM VERARBEITE-EINGANG
    END-PERFORM.

    PERFORM VARYING EPI-POSITION FROM 1 BY 1
            UNTIL EPI-POSITION > EPI-ANZAHL
        PERFORM BESTIMME-AU-STATUS
    END-PERFORM.
    IF EPI-ANZAHL > 0
        PERFORM SICHERE-EPISODEN
    END-IF.
    IF CNT-ANGEWENDET > 0
        PERFORM SICHERE-EINGANG
    END-IF.

    PERFORM DRUCKE-NACHFORDERUNG.
    IF CNT-OFFEN > 0
        MOVE 1 TO RETURN-CODE
    END-IF.
    GOBACK.


*> ================================================================
*> #5 Eine Eingangszeile auf die gefuehrte Episode anwenden
*> ================================================================
VERARBEITE-EINGANG.
    MOVE SPACES TO EG-VORNAME EG-NACHNAME EG-ART EG-DATUM-1 EG-DATUM-2
    UNSTRING FUNCTION TRIM(EG-ZEILE(EG-IDX))
        DELIMITED BY ALL SPACE
        INTO EG-VORNAME EG-NACHNAME EG-ART EG-DATUM-1 EG-DATUM-2
    END-UNSTRING
    IF EG-ART NOT = "A" AND EG-ART NOT = "E"
        PERFORM MELDE-UNPASSEND
        EXIT PARAGRAPH
    END-IF
    IF EG-DATUM-1(1:8) IS NOT NUMERIC
     OR (EG-ART = "E" AND EG-DATUM-2(1:8) IS NOT NUMERIC)
        PERFORM MELDE-UNPASSEND
        EXIT PARAGRAPH
    END-IF
    MOVE EG-DATUM-1(1:8) TO EG-VON
    MOVE EG-VON TO EG-BIS
    IF EG-ART = "E"
        MOVE EG-DATUM-2(1:8) TO EG-BIS
    END-IF
    IF EG-BIS < EG-VON
        PERFORM MELDE-UNPASSEND
        EXIT PARAGRAPH
    END-IF

    MOVE EG-VORNAME  TO SUCH-VORNAME-M
    MOVE EG-NACHNAME TO SUCH-NACHNAME-M
    INSPECT SUCH-VORNAME-M  CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT SUCH-NACHNAME-M CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE 0 TO EPI-POSITION
    IF EPI-ANZAHL > 0
        SET EP-IDX TO 1
        SEARCH EPI-EINTRAG
            AT END CONTINUE
            WHEN EPT-VORNAME-M(EP-IDX)  = SUCH-VORNAME-M
             AND EPT-NACHNAME-M(EP-IDX) = SUCH-NACHNAME-M
                SET EPI-POSITION TO EP-IDX
        END-SEARCH
    END-IF
    IF EPI-POSITION = 0
        PERFORM MELDE-UNPASSEND
        EXIT PARAGRAPH
    END-IF

    IF EG-ART = "A"
        IF EG-VON < EPT-BEGINN(EPI-POSITION)
            PERFORM MELDE-UNPASSEND
            EXIT PARAGRAPH
        END-IF
        IF EPT-AU-STATUS(EPI-POSITION) NOT = "E"
            MOVE "A" TO EPT-AU-STATUS(EPI-POSITION)
        END-IF
    ELSE
        *> Bescheinigung muss die Episode beruehren (ein Tag
        *> Abstand zaehlt als Anschluss).
        IF FUNCTION INTEGER-OF-DATE(EG-VON)
                > FUNCTION INTEGER-OF-DATE(EPT-LETZTER(EPI-POSITION)) + 1
         OR FUNCTION INTEGER-OF-DATE(EG-BIS) + 1
                < FUNCTION INTEGER-OF-DATE(EPT-BEGINN(EPI-POSITION))
            PERFORM MELDE-UNPASSEND
            EXIT PARAGRAPH
        END-IF
        PERFORM UEBERNEHME-BESCHEINIGUNG
    END-IF
    MOVE "J" TO EG-ERLEDIGT(EG-IDX)
    ADD 1 TO CNT-ANGEWENDET.


*> ----------------------------------------------------------------
*> #5.1 Bescheinigung EG-VON..EG-BIS in den abgedeckten Zeitraum
*> ----------------------------------------------------------------
*> Eine Folgebescheinigung, die an den bisherigen Zeitraum
*> anschliesst oder ihn ueberschneidet, verlaengert ihn; sonst
*> ersetzt sie ihn (der Rest faellt bei der Ableitung als Luecke auf).
UEBERNEHME-BESCHEINIGUNG.
    IF EPT-AU-VON(EPI-POSITION) > 0
     AND FUNCTION INTEGER-OF-DATE(EG-VON)
            <= FUNCTION INTEGER-OF-DATE(EPT-AU-BIS(EPI-POSITION)) + 1
     AND FUNCTION INTEGER-OF-DATE(EG-BIS) + 1
            >= FUNCTION INTEGER-OF-DATE(EPT-AU-VON(EPI-POSITION))
        IF EG-VON < EPT-AU-VON(EPI-POSITION)
            MOVE EG-VON TO EPT-AU-VON(EPI-POSITION)
        END-IF
        IF EG-BIS > EPT-AU-BIS(EPI-POSITION)
            MOVE EG-BIS TO EPT-AU-BIS(EPI-POSITION)
        END-IF
    ELSE
        MOVE EG-VON TO EPT-AU-VON(EPI-POSITION)
        MOVE EG-BIS TO EPT-AU-BIS(EPI-POSITION)
    END-IF
    MOVE "E" TO EPT-AU-STATUS(EPI-POSITION).


*> ----------------------------------------------------------------
*> #5.2 Nicht zuordenbare Eingangszeile melden (bleibt stehen)
*> ----------------------------------------------------------------
MELDE-UNPASSEND.
    ADD 1 TO CNT-OFFEN
    DISPLAY "WARNUNG: AU-EINGANG nicht zugeordnet: "
            FUNCTION TRIM(EG-ZEILE(EG-IDX)).


*> ================================================================
*> #6 AU-Stand einer Episode ableiten
*> ================================================================
*> Mirrors BESTIMME-AU-STATUS in lohnfortzahlung.cbl; Episoden unter
*> dem AU-Pflichttag behalten ihren Stand (N, sofern nichts
*> eingetragen ist).
BESTIMME-AU-STATUS.
    COMPUTE EPI-SPANNE =
        FUNCTION INTEGER-OF-DATE(EPT-LETZTER(EPI-POSITION))
      - FUNCTION INTEGER-OF-DATE(EPT-BEGINN(EPI-POSITION)) + 1
    IF EPI-SPANNE < AU-PFLICHT-TAG
        IF EPT-AU-STATUS(EPI-POSITION) = "F"
            MOVE "N" TO EPT-AU-STATUS(EPI-POSITION)
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-PFLICHTIG
    EVALUATE EPT-AU-STATUS(EPI-POSITION)
        WHEN "A"
            CONTINUE
        WHEN "E"
            IF EPT-AU-VON(EPI-POSITION) > EPT-BEGINN(EPI-POSITION)
             OR EPT-AU-BIS(EPI-POSITION) < EPT-LETZTER(EPI-POSITION)
                MOVE "F" TO EPT-AU-STATUS(EPI-POSITION)
            END-IF
        WHEN "F"
            *> Eine nachgereichte Folgebescheinigung kann die Luecke
            *> inzwischen schliessen.
            IF EPT-AU-VON(EPI-POSITION) > 0
             AND EPT-AU-VON(EPI-POSITION) <= EPT-BEGINN(EPI-POSITION)
             AND EPT-AU-BIS(EPI-POSITION) >= EPT-LETZTER(EPI-POSITION)
                MOVE "E" TO EPT-AU-STATUS(EPI-POSITION)
            END-IF
        WHEN OTHER
            MOVE "F" TO EPT-AU-STATUS(EPI-POSITION)
    END-EVALUATE.


*> ================================================================
*> #7 Nachforderungsliste drucken
*> ================================================================
DRUCKE-NACHFORDERUNG.
    MOVE SPACES TO LISTE-DATEINAME
    STRING "AU-NACHFORDERUNG-" HEUTE ".RPT"
        DELIMITED BY SIZE INTO LISTE-DATEINAME
    END-STRING
    OPEN OUTPUT NACHFORDERUNGS-LISTE
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE AU-PFLICHT-TAG TO PRINT-PFLICHT
    MOVE SPACES TO MELDUNG
    STRING "AU-Nachforderung vom " HEUTE(7:2) "." HEUTE(5:2) "."
           HEUTE(1:4) " - AU-Pflicht ab Tag "
           FUNCTION TRIM(PRINT-PFLICHT)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE
    MOVE "Vorname    Nachname   Beginn   Letzter  Tage Faellig  AU bis     offen Stand"
      TO MELDUNG
    PERFORM MELDE

    PERFORM VARYING EPI-POSITION FROM 1 BY 1
            UNTIL EPI-POSITION > EPI-ANZAHL
        IF EPT-AU-STATUS(EPI-POSITION) = "F"
         OR EPT-AU-STATUS(EPI-POSITION) = "A"
            PERFORM DRUCKE-NACHFORDERUNGS-ZEILE
        END-IF
    END-PERFORM

    MOVE "---------------------------------------------" TO MELDUNG
    PERFORM MELDE
    MOVE SPACES TO MELDUNG
    STRING "Episoden " EPI-ANZAHL ", AU-pflichtig " CNT-PFLICHTIG
           ", ohne deckende AU " CNT-LISTE
           ", AU-Eingaenge " CNT-ANGEWENDET
           ", nicht zugeordnet " CNT-OFFEN
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    CLOSE NACHFORDERUNGS-LISTE.


*> ----------------------------------------------------------------
*> #7.1 Eine Zeile der Nachforderungsliste
*> ----------------------------------------------------------------
*> Offen = Krankheitstage der Episode, die keine erhaltene
*> Bescheinigung abdeckt.
DRUCKE-NACHFORDERUNGS-ZEILE.
    MOVE EPT-VORNAME-M(EPI-POSITION)  TO KLAR-VORNAME
    MOVE EPT-NACHNAME-M(EPI-POSITION) TO KLAR-NACHNAME
    INSPECT KLAR-VORNAME  CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT KLAR-NACHNAME CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    COMPUTE EPI-SPANNE =
        FUNCTION INTEGER-OF-DATE(EPT-LETZTER(EPI-POSITION))
      - FUNCTION INTEGER-OF-DATE(EPT-BEGINN(EPI-POSITION)) + 1
    IF EPI-SPANNE < AU-PFLICHT-TAG
        EXIT PARAGRAPH
    END-IF
    COMPUTE FAELLIG-AB = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(EPT-BEGINN(EPI-POSITION))
        + AU-PFLICHT-TAG - 1)
    MOVE EPI-SPANNE TO OFFEN-TAGE
    MOVE "-" TO PRINT-AU-BIS
    IF EPT-AU-VON(EPI-POSITION) > 0
        MOVE EPT-AU-BIS(EPI-POSITION) TO PRINT-AU-BIS
        PERFORM BERECHNE-OFFEN-TAGE
    END-IF
    IF EPT-AU-STATUS(EPI-POSITION) = "A"
        MOVE "angefordert" TO STATUS-TEXT
    ELSE
        IF EPT-AU-VON(EPI-POSITION) > 0
            MOVE "Luecke/Folge-AU" TO STATUS-TEXT
        ELSE
            MOVE "fehlt" TO STATUS-TEXT
        END-IF
    END-IF
    MOVE EPI-SPANNE TO PRINT-SPANNE
    MOVE OFFEN-TAGE TO PRINT-OFFEN
    MOVE SPACES TO MELDUNG
    STRING KLAR-VORNAME " " KLAR-NACHNAME " "
           EPT-BEGINN(EPI-POSITION) " " EPT-LETZTER(EPI-POSITION)
           " " PRINT-SPANNE " " FAELLIG-AB " " PRINT-AU-BIS " "
           PRINT-OFFEN "  " STATUS-TEXT
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    ADD 1 TO CNT-LISTE.


*> ----------------------------------------------------------------
*> #7.2 Nicht abgedeckte Tage der Episode nach OFFEN-TAGE
*> ----------------------------------------------------------------
BERECHNE-OFFEN-TAGE.
    MOVE EPT-BEGINN(EPI-POSITION) TO LUECKE-AB
    IF EPT-AU-VON(EPI-POSITION) > LUECKE-AB
        COMPUTE OFFEN-TAGE =
            FUNCTION INTEGER-OF-DATE(EPT-AU-VON(EPI-POSITION))
          - FUNCTION INTEGER-OF-DATE(LUECKE-AB)
    ELSE
        MOVE 0 TO OFFEN-TAGE
    END-IF
    IF EPT-AU-BIS(EPI-POSITION) < EPT-LETZTER(EPI-POSITION)
        COMPUTE OFFEN-TAGE = OFFEN-TAGE
            + FUNCTION INTEGER-OF-DATE(EPT-LETZTER(EPI-POSITION))
            - FUNCTION INTEGER-OF-DATE(EPT-AU-BIS(EPI-POSITION))
    END-IF
    IF OFFEN-TAGE > EPI-SPANNE
        MOVE EPI-SPANNE TO OFFEN-TAGE
    END-IF.


*> ================================================================
*> #8 AU-Pflichttag laden
*> ================================================================
*> Mirrors LADE-CFG in lohnfortzahlung.cbl (nur der vierte Wert).
LADE-CFG.
    OPEN INPUT LOHNFORTZAHLUNG-CFG
    IF FS-CFG = "00"
        READ LOHNFORTZAHLUNG-CFG
            AT END CONTINUE
            NOT AT END
                MOVE SPACES TO CFG-WERT-1 CFG-WERT-2 CFG-WERT-3
                               CFG-WERT-4
                UNSTRING FUNCTION TRIM(LOHNFORTZAHLUNG-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO CFG-WERT-1 CFG-WERT-2 CFG-WERT-3
                         CFG-WERT-4
                END-UNSTRING
                IF FUNCTION TRIM(CFG-WERT-4) IS NUMERIC
                    COMPUTE AU-PFLICHT-TAG =
                        FUNCTION NUMVAL(CFG-WERT-4)
                END-IF
        END-READ
        CLOSE LOHNFORTZAHLUNG-CFG
    END-IF.


*> ================================================================
*> #9 Episoden laden
*> ================================================================
*> Mirrors LADE-EPISODEN in lohnfortzahlung.cbl.
LADE-EPISODEN.
    MOVE 0 TO EPI-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KRANKHEIT-EPISODEN
    IF FS-EPISODEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KRANKHEIT-EPISODEN
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
                IF EPI-ANZAHL < 500
                    ADD 1 TO EPI-ANZAHL
                    MOVE EP-VORNAME-M  TO EPT-VORNAME-M(EPI-ANZAHL)
                    MOVE EP-NACHNAME-M TO EPT-NACHNAME-M(EPI-ANZAHL)
                    MOVE EP-BEGINN     TO EPT-BEGINN(EPI-ANZAHL)
                    MOVE EP-LETZTER    TO EPT-LETZTER(EPI-ANZAHL)
                    MOVE EP-TAGE       TO EPT-TAGE(EPI-ANZAHL)
                    PERFORM UEBERNEHME-AU-STAND
                ELSE
                    IF EPI-UEBERLAUF NOT = "J"
                        MOVE "J" TO EPI-UEBERLAUF
                        DISPLAY "FEHLER: Episodentabelle voll (500)"
                                " - KRANKHEIT-EPISODEN.DAT wird in"
                                " diesem Lauf NICHT"
                                " zurueckgeschrieben."
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE KRANKHEIT-EPISODEN
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.1 AU-Stand des gelesenen Episodensatzes uebernehmen
*> ----------------------------------------------------------------
*> Mirrors UEBERNEHME-AU-STAND in lohnfortzahlung.cbl.
UEBERNEHME-AU-STAND.
    MOVE EP-AU-STATUS TO EPT-AU-STATUS(EPI-ANZAHL)
    IF NOT AU-NICHT-NOETIG AND NOT AU-ANGEFORDERT
     AND NOT AU-ERHALTEN AND NOT AU-FEHLT
        MOVE "N" TO EPT-AU-STATUS(EPI-ANZAHL)
    END-IF
    MOVE 0 TO EPT-AU-VON(EPI-ANZAHL) EPT-AU-BIS(EPI-ANZAHL)
    IF EP-AU-VON IS NUMERIC AND EP-AU-BIS IS NUMERIC
        MOVE EP-AU-VON TO EPT-AU-VON(EPI-ANZAHL)
        MOVE EP-AU-BIS TO EPT-AU-BIS(EPI-ANZAHL)
    END-IF.


*> ================================================================
*> #10 Episoden komplett zurueckschreiben
*> ================================================================
*> Mirrors SICHERE-EPISODEN in lohnfortzahlung.cbl.
SICHERE-EPISODEN.
    OPEN OUTPUT KRANKHEIT-EPISODEN
    IF FS-EPISODEN NOT = "00"
        DISPLAY "Fehler beim Schreiben von KRANKHEIT-EPISODEN.DAT,"
                " Status=" FS-EPISODEN
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING SICHERE-IDX FROM 1 BY 1
                UNTIL SICHERE-IDX > EPI-ANZAHL
            MOVE SPACES TO EPISODE-RECORD
            MOVE EPT-VORNAME-M(SICHERE-IDX)  TO EP-VORNAME-M
            MOVE EPT-NACHNAME-M(SICHERE-IDX) TO EP-NACHNAME-M
            MOVE EPT-BEGINN(SICHERE-IDX)     TO EP-BEGINN
            MOVE EPT-LETZTER(SICHERE-IDX)    TO EP-LETZTER
            MOVE EPT-TAGE(SICHERE-IDX)       TO EP-TAGE
            MOVE EPT-AU-STATUS(SICHERE-IDX)  TO EP-AU-STATUS
            MOVE EPT-AU-VON(SICHERE-IDX)     TO EP-AU-VON
            MOVE EPT-AU-BIS(SICHERE-IDX)     TO EP-AU-BIS
            WRITE EPISODE-RECORD
        END-PERFORM
        CLOSE KRANKHEIT-EPISODEN
    END-IF.


*> ================================================================
*> #11 AU-Eingang laden und Reste zurueckschreiben
*> ================================================================
LADE-EINGANG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT AU-EINGANG
    IF FS-EINGANG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ AU-EINGANG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF AU-EINGANG-ZEILE NOT = SPACES
                 AND AU-EINGANG-ZEILE(1:1) NOT = "*"
                    IF EG-ANZAHL < 500
                        ADD 1 TO EG-ANZAHL
                        MOVE AU-EINGANG-ZEILE TO EG-ZEILE(EG-ANZAHL)
                        MOVE "N" TO EG-ERLEDIGT(EG-ANZAHL)
                    ELSE
                        MOVE "J" TO EG-UEBERLAUF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE AU-EINGANG
    MOVE "N" TO EOF-FLAG
    IF EG-UEBERLAUF = "J"
        DISPLAY "WARNUNG: AU-EINGANG.DAT hat mehr als 500 Zeilen -"
                " Rest im naechsten Lauf."
    END-IF.

*> Schreibt nur die nicht angewendeten Zeilen zurueck (Kommentare
*> entfallen). Bei Ueberlauf bleibt die Datei unveraendert, sonst
*> gingen die nicht geladenen Zeilen verloren.
SICHERE-EINGANG.
    IF EG-UEBERLAUF = "J"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT AU-EINGANG
    IF FS-EINGANG NOT = "00"
        DISPLAY "Fehler beim Schreiben von AU-EINGANG.DAT, Status="
                FS-EINGANG
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING EG-IDX FROM 1 BY 1 UNTIL EG-IDX > EG-ANZAHL
        IF EG-ERLEDIGT(EG-IDX) NOT = "J"
            MOVE EG-ZEILE(EG-IDX) TO AU-EINGANG-ZEILE
            WRITE AU-EINGANG-ZEILE
        END-IF
    END-PERFORM
    CLOSE AU-EINGANG.


*> ================================================================
*> #12 Zeile auf Konsole und ins Protokoll
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
