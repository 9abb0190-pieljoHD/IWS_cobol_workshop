*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. EINGANGSRECHNUNG-ABGLEICH.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Abgleich der Eingangsrechnungen von Subunternehmern und
*> Freiberuflern: bisher wurden ihre Rechnungen bezahlt, ohne sie
*> gegen irgendetwas zu pruefen. Die Kreditorenbuchhaltung traegt
*> jede Rechnung in EINGANGSRECHNUNG.DAT ein (Belegnummer des
*> Lieferanten, Subunternehmer, Projekt, Leistungszeitraum,
*> berechnete Stunden und Nettobetrag; Status leer oder ERFASST).
*> Dieser Lauf prueft jede noch nicht freigegebene Rechnung
*> dreifach:
*>   1. Stunden = akzeptierte Stunden des Subunternehmers auf dem
*>      Projekt im Zeitraum (Satzkennung "SUB" im Historienlager,
*>      abzueglich Storni)
*>   2. Betrag  = diese Stunden mal Einkaufssatz des Vertrags
*>      (SUBUNTERNEHMER-STAMM.DAT), bis auf ABGLEICH-TOLERANZ
*>   3. Vertragslimit: bereits freigegebene Rechnungen plus diese
*>      Rechnung ueberschreiten das Limit nicht
*> Ausserdem darf die Belegnummer je Subunternehmer nur einmal
*> vorkommen und der Zeitraum sich nicht mit einer freigegebenen
*> Rechnung desselben Subunternehmers auf demselben Projekt
*> ueberschneiden. Passt alles, wird die Rechnung FREIGEGEBEN und
*> in EINGANGSRECHNUNG-FREIGABE.DAT zur Zahlung uebergeben; sonst
*> steht sie auf ABWEICHUNG mit dem Grund und wird bei jedem Lauf
*> erneut geprueft (z.B. nach einer nachgebuchten Stunde oder
*> einer berichtigten Rechnung). Status BEZAHLT (von Hand nach
*> der Zahlung) zaehlt wie FREIGEGEBEN; jeder andere Status (z.B.
*> ABGELEHNT) bleibt unberuehrt und zaehlt nicht.
*> Ergebnis: EINGANGSRECHNUNG-ABGLEICH.RPT mit jeder geprueften
*> Rechnung und der Ausschoepfung je Vertrag. RETURN-CODE 4, wenn
*> eine Rechnung auf ABWEICHUNG steht.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUBUNTERNEHMER-STAMM
        ASSIGN TO "SUBUNTERNEHMER-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SUBUNT.

    *> Eingangsrechnungsregister - komplett im Speicher, am Ende mit
    *> Status und Pruefgrund zurueckgeschrieben.
    SELECT EINGANGSRECHNUNGEN
        ASSIGN TO "EINGANGSRECHNUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EINGANG.

    SELECT BUCHUNGS-HISTORIE
        ASSIGN TO "BUCHUNGS-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    *> Fortlaufende Uebergabe an die Zahlung - je freigegebener
    *> Rechnung eine Zeile, nie ueberschrieben.
    SELECT ZAHLUNGS-FREIGABE
        ASSIGN TO "EINGANGSRECHNUNG-FREIGABE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FREIGABE.

    SELECT ABGLEICH-REPORT
        ASSIGN TO "EINGANGSRECHNUNG-ABGLEICH.RPT"
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
FD SUBUNTERNEHMER-STAMM.
COPY SUBUNTREC.

*> Spalten:  1-12  Belegnummer des Lieferanten
*>          14-21  Subunternehmernummer
*>          23-30  Projekt
*>          32-39  Leistungszeitraum von (JJJJMMTT)
*>          41-48  Leistungszeitraum bis (JJJJMMTT)
*>          50-54  berechnete Stunden
*>          56-64  Nettobetrag EUR (9(07)V99, ungepunktet)
*>          66-76  Status (leer/ERFASST, ABWEICHUNG, FREIGEGEBEN,
*>                 BEZAHLT, ABGELEHNT)
*>          78-85  Datum der letzten Pruefung
*>          87-126 Pruefgrund
FD EINGANGSRECHNUNGEN.
01 EINGANG-RECORD.
    05 ER-BELEG       PIC X(12).
    05 FILLER         PIC X(01).
    05 ER-SUBUNT      PIC X(08).
    05 FILLER         PIC X(01).
    05 ER-PROJEKT     PIC X(08).
    05 FILLER         PIC X(01).
    05 ER-VON         PIC 9(08).
    05 FILLER         PIC X(01).
    05 ER-BIS         PIC 9(08).
    05 FILLER         PIC X(01).
    05 ER-STUNDEN     PIC 9(05).
    05 FILLER         PIC X(01).
    05 ER-BETRAG      PIC 9(07)V99.
    05 FILLER         PIC X(01).
    05 ER-STATUS      PIC X(11).
    05 FILLER         PIC X(01).
    05 ER-PRUEFDATUM  PIC 9(08).
    05 FILLER         PIC X(01).
    05 ER-GRUND       PIC X(40).

FD BUCHUNGS-HISTORIE.
01 HISTORIE-RECORD.
    05 HIS-LAUFDATUM   PIC 9(08).
    05 HIS-BUCHUNGS-NR PIC X(03).
    05 HIS-SATZ.
        10 HIS-VORNAME-M  PIC X(10).
        10 HIS-NACHNAME-M PIC X(10).
        10 HIS-STUNDEN    PIC X(03).
        10 FILLER         PIC X(03).
        10 HIS-DATUM      PIC X(08).
        10 HIS-SUBUNT     PIC X(08).
        10 FILLER         PIC X(08).
        10 HIS-KENNUNG    PIC X(03).
        10 FILLER         PIC X(01).
        10 HIS-PROJEKT    PIC X(08).
        10 FILLER         PIC X(18).

FD ZAHLUNGS-FREIGABE.
01 FREIGABE-RECORD.
    05 FG-DATUM       PIC 9(08).
    05 FILLER         PIC X(01).
    05 FG-SUBUNT      PIC X(08).
    05 FILLER         PIC X(01).
    05 FG-NAME        PIC X(30).
    05 FILLER         PIC X(01).
    05 FG-BELEG       PIC X(12).
    05 FILLER         PIC X(01).
    05 FG-PROJEKT     PIC X(08).
    05 FILLER         PIC X(01).
    05 FG-BETRAG      PIC 9(07)V99.

FD ABGLEICH-REPORT.
01 REPORT-ZEILE PIC X(120).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-SUBUNT   PIC XX VALUE SPACES.
77 FS-EINGANG  PIC XX VALUE SPACES.
77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-FREIGABE PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 HEUTE PIC 9(8).

*> Rundungsdifferenz, die eine Lieferantenrechnung gegenueber
*> Stunden x Einkaufssatz haben darf.
01 ABGLEICH-TOLERANZ PIC 9(3)V99 VALUE 1.00.

*> Vertraege aus dem Subunternehmerstamm; SBT-FREIGEGEBEN summiert
*> die freigegebenen/bezahlten Rechnungen (Vertragsausschoepfung).
01 SUBUNT-ANZAHL PIC 9(3) VALUE 0.
01 SUBUNT-TABELLE.
    05 SUBUNT-EINTRAG OCCURS 1 TO 300 TIMES
                       DEPENDING ON SUBUNT-ANZAHL
                       INDEXED BY SB-IDX.
        10 SBT-NUMMER      PIC X(08).
        10 SBT-NAME        PIC X(30).
        10 SBT-EINKAUF     PIC 9(5)V99.
        10 SBT-LIMIT       PIC 9(7)V99.
        10 SBT-FREIGEGEBEN PIC 9(9)V99.
01 SUBUNT-POSITION PIC 9(3).

*> Eingangsrechnungen im Speicher; EGT-ROH haelt die Zeile, wie
*> sie gelesen wurde - zurueckgeschrieben werden nur Status,
*> Pruefdatum und Grund.
01 EINGANG-ANZAHL PIC 9(4) VALUE 0.
01 EINGANG-TABELLE.
    05 EINGANG-EINTRAG OCCURS 1 TO 2000 TIMES
                        DEPENDING ON EINGANG-ANZAHL
                        INDEXED BY EG-IDX.
        10 EGT-ROH        PIC X(126).
        10 EGT-LESBAR     PIC X(01).
        10 EGT-BELEG      PIC X(12).
        10 EGT-SUBUNT     PIC X(08).
        10 EGT-PROJEKT    PIC X(08).
        10 EGT-VON        PIC 9(08).
        10 EGT-BIS        PIC 9(08).
        10 EGT-STUNDEN    PIC 9(05).
        10 EGT-BETRAG     PIC 9(07)V99.
        10 EGT-STATUS     PIC X(11).
            88 EGT-ZU-PRUEFEN   VALUE SPACES "ERFASST" "ABWEICHUNG".
            88 EGT-ABGERECHNET  VALUE "FREIGEGEBEN" "BEZAHLT".
        10 EGT-PRUEFDATUM PIC X(08).
        10 EGT-GRUND      PIC X(40).

*> Subunternehmerbuchungen aus dem Historienlager, Stunden netto
*> nach Storni.
01 FREMD-ANZAHL PIC 9(4) VALUE 0.
01 FREMD-TABELLE.
    05 FREMD-EINTRAG OCCURS 1 TO 5000 TIMES
                      DEPENDING ON FREMD-ANZAHL
                      INDEXED BY FR-IDX.
        10 FRT-BUCHUNGS-NR PIC X(03).
        10 FRT-DATUM       PIC 9(08).
        10 FRT-VORNAME-M   PIC X(10).
        10 FRT-NACHNAME-M  PIC X(10).
        10 FRT-SUBUNT      PIC X(08).
        10 FRT-PROJEKT     PIC X(08).
        10 FRT-STUNDEN     PIC 9(03).
01 CNT-STORNO-FREMD PIC 9(5) VALUE 0.

*> Pruefwerte der aktuellen Rechnung.
01 PRUEF-IDX        PIC 9(4).
01 SCAN-IDX         PIC 9(4).
01 LAUF-IDX         PIC 9(4).
01 PRUEF-OK         PIC X.
01 PRUEF-GRUND      PIC X(40).
01 AKZEPT-STUNDEN   PIC 9(5).
01 STORNO-STUNDEN   PIC 9(3).
01 SOLL-BETRAG      PIC 9(7)V99.
01 BETRAG-DIFFERENZ PIC S9(7)V99.
01 LIMIT-SUMME      PIC 9(9)V99.

01 CNT-GEPRUEFT    PIC 9(4) VALUE 0.
01 CNT-FREIGEGEBEN PIC 9(4) VALUE 0.
01 CNT-ABWEICHUNG  PIC 9(4) VALUE 0.
01 SUMME-FREIGABE  PIC 9(9)V99 VALUE 0.

01 PRINT-STUNDEN  PIC ZZZZ9.
01 PRINT-STUNDEN-2 PIC ZZZZ9.
01 PRINT-BETRAG   PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-BETRAG-2 PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-REST     PIC -ZZZ,ZZZ,ZZ9.99.
01 MELDUNG PIC X(120).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE.
    PERFORM LADE-SUBUNT-STAMM.
    IF SUBUNT-ANZAHL = 0
        DISPLAY "SUBUNTERNEHMER-STAMM.DAT fehlt oder ist leer -"
                " kein Abgleich moeglich."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM LADE-EINGANGSRECHNUNGEN.
    IF EINGANG-ANZAHL = 0
        DISPLAY "Keine Eingangsrechnungen in EINGANGSRECHNUNG.DAT."
        GOBACK
    END-IF
    PERFORM LADE-FREMDLEISTUNGEN.

    OPEN OUTPUT ABGLEICH-REPORT
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von"
                " EINGANGSRECHNUNG-ABGLEICH.RPT, Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    OPEN EXTEND ZAHLUNGS-FREIGABE
    IF FS-FREIGABE NOT = "00"
        OPEN OUTPUT ZAHLUNGS-FREIGABE
    END-IF
    IF FS-FREIGABE NOT = "00"
        DISPLAY "Fehler beim Oeffnen von"
                " EINGANGSRECHNUNG-FREIGABE.DAT, Status=" FS-FREIGABE
        CLOSE ABGLEICH-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE SPACES TO MELDUNG
    STRING "Abgleich Eingangsrechnungen vom " HEUTE
           " (" FREMD-ANZAHL " Subunternehmerbuchungen, "
           CNT-STORNO-FREMD " Storni)"
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE

    *> Bereits abgerechnete Rechnungen zaehlen zuerst auf das
    *> Vertragslimit.
    PERFORM VARYING PRUEF-IDX FROM 1 BY 1
            UNTIL PRUEF-IDX > EINGANG-ANZAHL
        IF EGT-ABGERECHNET(PRUEF-IDX)
         AND EGT-LESBAR(PRUEF-IDX) = "J"
            PERFORM SUCHE-SUBUNT
            IF SUBUNT-POSITION > 0
                ADD EGT-BETRAG(PRUEF-IDX)
                    TO SBT-FREIGEGEBEN(SUBUNT-POSITION)
            END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING PRUEF-IDX FROM 1 BY 1
            UNTIL PRUEF-IDX > EINGANG-ANZAHL
        IF EGT-ZU-PRUEFEN(PRUEF-IDX)
            PERFORM PRUEFE-RECHNUNG
        END-IF
    END-PERFORM

    PERFORM DRUCKE-AUSSCHOEPFUNG
    CLOSE ZAHLUNGS-FREIGABE
    CLOSE ABGLEICH-REPORT
    PERFORM SICHERE-EINGANGSRECHNUNGEN

    DISPLAY "--------------------------------------------".
    DISPLAY CNT-GEPRUEFT " Rechnung(en) geprueft, "
            CNT-FREIGEGEBEN " freigegeben, "
            CNT-ABWEICHUNG " mit Abweichung.".
    IF CNT-ABWEICHUNG > 0 AND RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
    END-IF
    GOBACK.


*> ================================================================
*> #5 Eine Eingangsrechnung dreifach abgleichen
*> ================================================================
PRUEFE-RECHNUNG.
    ADD 1 TO CNT-GEPRUEFT
    MOVE "J" TO PRUEF-OK
    MOVE SPACES TO PRUEF-GRUND
    MOVE 0 TO AKZEPT-STUNDEN SOLL-BETRAG

    IF EGT-LESBAR(PRUEF-IDX) NOT = "J"
        MOVE "Zeile unlesbar (Zeitraum/Stunden/Betrag)"
            TO PRUEF-GRUND
        PERFORM SETZE-ABWEICHUNG
        EXIT PARAGRAPH
    END-IF
    PERFORM SUCHE-SUBUNT
    IF SUBUNT-POSITION = 0
        MOVE "Subunternehmer nicht im Stamm" TO PRUEF-GRUND
        PERFORM SETZE-ABWEICHUNG
        EXIT PARAGRAPH
    END-IF

    PERFORM ZAEHLE-AKZEPTIERTE-STUNDEN
    COMPUTE SOLL-BETRAG ROUNDED =
        AKZEPT-STUNDEN * SBT-EINKAUF(SUBUNT-POSITION)

    PERFORM PRUEFE-DOPPELTER-BELEG
    IF PRUEF-OK = "J"
        PERFORM PRUEFE-UEBERSCHNEIDUNG
    END-IF
    IF PRUEF-OK = "J"
     AND EGT-STUNDEN(PRUEF-IDX) NOT = AKZEPT-STUNDEN
        MOVE "N" TO PRUEF-OK
        MOVE EGT-STUNDEN(PRUEF-IDX) TO PRINT-STUNDEN
        MOVE AKZEPT-STUNDEN         TO PRINT-STUNDEN-2
        STRING "Std. berechnet " PRINT-STUNDEN
               " / akzeptiert " PRINT-STUNDEN-2
            DELIMITED BY SIZE
            INTO PRUEF-GRUND
        END-STRING
    END-IF
    IF PRUEF-OK = "J"
        COMPUTE BETRAG-DIFFERENZ =
            EGT-BETRAG(PRUEF-IDX) - SOLL-BETRAG
        IF BETRAG-DIFFERENZ > ABGLEICH-TOLERANZ
         OR BETRAG-DIFFERENZ < 0 - ABGLEICH-TOLERANZ
            MOVE "N" TO PRUEF-OK
            MOVE "Betrag ungleich Std. x Einkaufssatz"
                TO PRUEF-GRUND
        END-IF
    END-IF
    IF PRUEF-OK = "J" AND SBT-LIMIT(SUBUNT-POSITION) > 0
        COMPUTE LIMIT-SUMME = SBT-FREIGEGEBEN(SUBUNT-POSITION)
                            + EGT-BETRAG(PRUEF-IDX)
        IF LIMIT-SUMME > SBT-LIMIT(SUBUNT-POSITION)
            MOVE "N" TO PRUEF-OK
            MOVE "Vertragslimit ueberschritten" TO PRUEF-GRUND
        END-IF
    END-IF

    IF PRUEF-OK = "J"
        PERFORM GIB-RECHNUNG-FREI
    ELSE
        PERFORM SETZE-ABWEICHUNG
    END-IF.


*> ----------------------------------------------------------------
*> #5.1 Akzeptierte Stunden im Leistungszeitraum summieren
*> ----------------------------------------------------------------
ZAEHLE-AKZEPTIERTE-STUNDEN.
    MOVE 0 TO AKZEPT-STUNDEN
    PERFORM VARYING SCAN-IDX FROM 1 BY 1
            UNTIL SCAN-IDX > FREMD-ANZAHL
        IF FRT-SUBUNT(SCAN-IDX)  = EGT-SUBUNT(PRUEF-IDX)
         AND FRT-PROJEKT(SCAN-IDX) = EGT-PROJEKT(PRUEF-IDX)
         AND FRT-DATUM(SCAN-IDX) >= EGT-VON(PRUEF-IDX)
         AND FRT-DATUM(SCAN-IDX) <= EGT-BIS(PRUEF-IDX)
            ADD FRT-STUNDEN(SCAN-IDX) TO AKZEPT-STUNDEN
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.2 Belegnummer je Subunternehmer nur einmal
*> ----------------------------------------------------------------
*> Doppelt ist ein Beleg, der schon abgerechnet ist oder weiter
*> oben im Register noch zur Pruefung ansteht.
PRUEFE-DOPPELTER-BELEG.
    PERFORM VARYING SCAN-IDX FROM 1 BY 1
            UNTIL SCAN-IDX > EINGANG-ANZAHL OR PRUEF-OK = "N"
        IF SCAN-IDX NOT = PRUEF-IDX
         AND EGT-SUBUNT(SCAN-IDX) = EGT-SUBUNT(PRUEF-IDX)
         AND EGT-BELEG(SCAN-IDX)  = EGT-BELEG(PRUEF-IDX)
         AND (EGT-ABGERECHNET(SCAN-IDX)
              OR (EGT-ZU-PRUEFEN(SCAN-IDX) AND SCAN-IDX < PRUEF-IDX))
            MOVE "N" TO PRUEF-OK
            MOVE "Belegnummer doppelt" TO PRUEF-GRUND
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.3 Zeitraum nicht schon mit einer anderen Rechnung abgerechnet
*> ----------------------------------------------------------------
PRUEFE-UEBERSCHNEIDUNG.
    PERFORM VARYING SCAN-IDX FROM 1 BY 1
            UNTIL SCAN-IDX > EINGANG-ANZAHL OR PRUEF-OK = "N"
        IF SCAN-IDX NOT = PRUEF-IDX
         AND EGT-ABGERECHNET(SCAN-IDX)
         AND EGT-SUBUNT(SCAN-IDX)  = EGT-SUBUNT(PRUEF-IDX)
         AND EGT-PROJEKT(SCAN-IDX) = EGT-PROJEKT(PRUEF-IDX)
         AND EGT-VON(SCAN-IDX) <= EGT-BIS(PRUEF-IDX)
         AND EGT-BIS(SCAN-IDX) >= EGT-VON(PRUEF-IDX)
            MOVE "N" TO PRUEF-OK
            STRING "Zeitraum schon abgerechnet "
                   EGT-BELEG(SCAN-IDX)
                DELIMITED BY SIZE
                INTO PRUEF-GRUND
            END-STRING
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.4 Rechnung zur Zahlung freigeben
*> ----------------------------------------------------------------
GIB-RECHNUNG-FREI.
    MOVE "FREIGEGEBEN"          TO EGT-STATUS(PRUEF-IDX)
    MOVE HEUTE                  TO EGT-PRUEFDATUM(PRUEF-IDX)
    MOVE "Dreifach-Abgleich ok" TO EGT-GRUND(PRUEF-IDX)
    ADD EGT-BETRAG(PRUEF-IDX) TO SBT-FREIGEGEBEN(SUBUNT-POSITION)
    ADD EGT-BETRAG(PRUEF-IDX) TO SUMME-FREIGABE
    ADD 1 TO CNT-FREIGEGEBEN

    MOVE SPACES TO FREIGABE-RECORD
    MOVE HEUTE                       TO FG-DATUM
    MOVE EGT-SUBUNT(PRUEF-IDX)       TO FG-SUBUNT
    MOVE SBT-NAME(SUBUNT-POSITION)   TO FG-NAME
    MOVE EGT-BELEG(PRUEF-IDX)        TO FG-BELEG
    MOVE EGT-PROJEKT(PRUEF-IDX)      TO FG-PROJEKT
    MOVE EGT-BETRAG(PRUEF-IDX)       TO FG-BETRAG
    WRITE FREIGABE-RECORD

    PERFORM DRUCKE-RECHNUNG.


*> ----------------------------------------------------------------
*> #5.5 Rechnung auf ABWEICHUNG setzen
*> ----------------------------------------------------------------
SETZE-ABWEICHUNG.
    MOVE "ABWEICHUNG" TO EGT-STATUS(PRUEF-IDX)
    MOVE HEUTE        TO EGT-PRUEFDATUM(PRUEF-IDX)
    MOVE PRUEF-GRUND  TO EGT-GRUND(PRUEF-IDX)
    ADD 1 TO CNT-ABWEICHUNG
    PERFORM DRUCKE-RECHNUNG.


*> ----------------------------------------------------------------
*> #5.6 Ergebnis einer Rechnung in den Bericht
*> ----------------------------------------------------------------
DRUCKE-RECHNUNG.
    MOVE EGT-STUNDEN(PRUEF-IDX) TO PRINT-STUNDEN
    MOVE AKZEPT-STUNDEN         TO PRINT-STUNDEN-2
    MOVE EGT-BETRAG(PRUEF-IDX)  TO PRINT-BETRAG
    MOVE SOLL-BETRAG            TO PRINT-BETRAG-2
    MOVE SPACES TO MELDUNG
    STRING "  " EGT-BELEG(PRUEF-IDX)
           " " EGT-SUBUNT(PRUEF-IDX)
           " " EGT-PROJEKT(PRUEF-IDX)
           " " EGT-VON(PRUEF-IDX) "-" EGT-BIS(PRUEF-IDX)
           "  Std " PRINT-STUNDEN " (akz. " PRINT-STUNDEN-2 ")"
           "  Betrag " PRINT-BETRAG " (Soll " PRINT-BETRAG-2 ")"
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    STRING "    -> " EGT-STATUS(PRUEF-IDX)
           " " EGT-GRUND(PRUEF-IDX)
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #6 Ausschoepfung je Vertrag drucken
*> ================================================================
DRUCKE-AUSSCHOEPFUNG.
    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    MOVE SUMME-FREIGABE TO PRINT-BETRAG
    STRING "Freigegeben in diesem Lauf: " CNT-FREIGEGEBEN
           " Rechnung(en), " PRINT-BETRAG " EUR"
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "Ausschoepfung je Vertrag:" TO MELDUNG
    PERFORM MELDE
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > SUBUNT-ANZAHL
        IF SBT-FREIGEGEBEN(LAUF-IDX) > 0 OR SBT-LIMIT(LAUF-IDX) > 0
            MOVE SBT-FREIGEGEBEN(LAUF-IDX) TO PRINT-BETRAG
            MOVE SPACES TO MELDUNG
            IF SBT-LIMIT(LAUF-IDX) > 0
                MOVE SBT-LIMIT(LAUF-IDX) TO PRINT-BETRAG-2
                COMPUTE PRINT-REST = SBT-LIMIT(LAUF-IDX)
                                   - SBT-FREIGEGEBEN(LAUF-IDX)
                STRING "  " SBT-NUMMER(LAUF-IDX)
                       " " SBT-NAME(LAUF-IDX)
                       " abgerechnet " PRINT-BETRAG
                       "  Limit " PRINT-BETRAG-2
                       "  Rest " PRINT-REST
                    DELIMITED BY SIZE
                    INTO MELDUNG
                END-STRING
            ELSE
                STRING "  " SBT-NUMMER(LAUF-IDX)
                       " " SBT-NAME(LAUF-IDX)
                       " abgerechnet " PRINT-BETRAG
                       "  (ohne Limit)"
                    DELIMITED BY SIZE
                    INTO MELDUNG
                END-STRING
            END-IF
            PERFORM MELDE
        END-IF
    END-PERFORM.


*> ================================================================
*> #7 Meldungszeile auf Konsole und in den Report schreiben
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #8 Subunternehmer der aktuellen Rechnung suchen
*> ================================================================
SUCHE-SUBUNT.
    MOVE 0 TO SUBUNT-POSITION
    IF SUBUNT-ANZAHL > 0
        SET SB-IDX TO 1
        SEARCH SUBUNT-EINTRAG
            AT END CONTINUE
            WHEN SBT-NUMMER(SB-IDX) = EGT-SUBUNT(PRUEF-IDX)
                SET SUBUNT-POSITION TO SB-IDX
        END-SEARCH
    END-IF.


*> ================================================================
*> #9 Dateien laden und zurueckschreiben
*> ================================================================
LADE-SUBUNT-STAMM.
    MOVE 0 TO SUBUNT-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SUBUNTERNEHMER-STAMM
    IF FS-SUBUNT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ SUBUNTERNEHMER-STAMM
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND SU-NUMMER NOT = SPACES
             AND SU-NUMMER(1:1) NOT = "*"
             AND SUBUNT-ANZAHL < 300
                ADD 1 TO SUBUNT-ANZAHL
                MOVE SU-NUMMER TO SBT-NUMMER(SUBUNT-ANZAHL)
                MOVE SU-NAME   TO SBT-NAME(SUBUNT-ANZAHL)
                MOVE 0 TO SBT-FREIGEGEBEN(SUBUNT-ANZAHL)
                IF SU-EINKAUFSSATZ IS NUMERIC
                    MOVE SU-EINKAUFSSATZ
                        TO SBT-EINKAUF(SUBUNT-ANZAHL)
                ELSE
                    MOVE 0 TO SBT-EINKAUF(SUBUNT-ANZAHL)
                END-IF
                IF SU-VERTRAGSLIMIT IS NUMERIC
                    MOVE SU-VERTRAGSLIMIT
                        TO SBT-LIMIT(SUBUNT-ANZAHL)
                ELSE
                    MOVE 0 TO SBT-LIMIT(SUBUNT-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE SUBUNTERNEHMER-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.


LADE-EINGANGSRECHNUNGEN.
    MOVE 0 TO EINGANG-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT EINGANGSRECHNUNGEN
    IF FS-EINGANG = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ EINGANGSRECHNUNGEN
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND ER-BELEG NOT = SPACES
                IF EINGANG-ANZAHL < 2000
                    ADD 1 TO EINGANG-ANZAHL
                    PERFORM UEBERNEHME-EINGANGSZEILE
                ELSE
                    DISPLAY "WARNUNG: Rechnungstabelle voll (2000),"
                            " Beleg " ER-BELEG " ignoriert."
                END-IF
            END-IF
        END-PERFORM
        CLOSE EINGANGSRECHNUNGEN
    END-IF
    MOVE "N" TO EOF-FLAG.

UEBERNEHME-EINGANGSZEILE.
    MOVE EINGANG-RECORD TO EGT-ROH(EINGANG-ANZAHL)
    MOVE ER-BELEG      TO EGT-BELEG(EINGANG-ANZAHL)
    MOVE ER-SUBUNT     TO EGT-SUBUNT(EINGANG-ANZAHL)
    MOVE ER-PROJEKT    TO EGT-PROJEKT(EINGANG-ANZAHL)
    MOVE ER-STATUS     TO EGT-STATUS(EINGANG-ANZAHL)
    MOVE ER-PRUEFDATUM TO EGT-PRUEFDATUM(EINGANG-ANZAHL)
    MOVE ER-GRUND      TO EGT-GRUND(EINGANG-ANZAHL)
    IF ER-VON IS NUMERIC AND ER-BIS IS NUMERIC
     AND ER-STUNDEN IS NUMERIC AND ER-BETRAG IS NUMERIC
     AND ER-BIS >= ER-VON
        MOVE "J"        TO EGT-LESBAR(EINGANG-ANZAHL)
        MOVE ER-VON     TO EGT-VON(EINGANG-ANZAHL)
        MOVE ER-BIS     TO EGT-BIS(EINGANG-ANZAHL)
        MOVE ER-STUNDEN TO EGT-STUNDEN(EINGANG-ANZAHL)
        MOVE ER-BETRAG  TO EGT-BETRAG(EINGANG-ANZAHL)
    ELSE
        MOVE "N" TO EGT-LESBAR(EINGANG-ANZAHL)
        MOVE 0   TO EGT-VON(EINGANG-ANZAHL)
        MOVE 0   TO EGT-BIS(EINGANG-ANZAHL)
        MOVE 0   TO EGT-STUNDEN(EINGANG-ANZAHL)
        MOVE 0   TO EGT-BETRAG(EINGANG-ANZAHL)
    END-IF.


*> Subunternehmerbuchungen aus dem Historienlager; ein Storno mit
*> Nummer, Datum und Namen einer solchen Buchung zieht seine
*> Stunden ab.
LADE-FREMDLEISTUNGEN.
    MOVE 0 TO FREMD-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BUCHUNGS-HISTORIE
    IF FS-HISTORIE NOT = "00"
        DISPLAY "HINWEIS: BUCHUNGS-HISTORIE.DAT nicht lesbar -"
                " akzeptierte Stunden erscheinen als 0."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUCHUNGS-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
         AND HIS-STUNDEN IS NUMERIC
         AND HIS-DATUM IS NUMERIC
            EVALUATE HIS-KENNUNG
                WHEN "SUB"
                    PERFORM MERKE-FREMDLEISTUNG
                WHEN "STO"
                    PERFORM STORNIERE-FREMDLEISTUNG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE
    MOVE "N" TO EOF-FLAG.

MERKE-FREMDLEISTUNG.
    IF FREMD-ANZAHL < 5000
        ADD 1 TO FREMD-ANZAHL
        MOVE HIS-BUCHUNGS-NR TO FRT-BUCHUNGS-NR(FREMD-ANZAHL)
        MOVE HIS-DATUM       TO FRT-DATUM(FREMD-ANZAHL)
        MOVE HIS-VORNAME-M   TO FRT-VORNAME-M(FREMD-ANZAHL)
        MOVE HIS-NACHNAME-M  TO FRT-NACHNAME-M(FREMD-ANZAHL)
        MOVE HIS-SUBUNT      TO FRT-SUBUNT(FREMD-ANZAHL)
        MOVE HIS-PROJEKT     TO FRT-PROJEKT(FREMD-ANZAHL)
        MOVE HIS-STUNDEN     TO FRT-STUNDEN(FREMD-ANZAHL)
    ELSE
        DISPLAY "WARNUNG: Tabelle der Subunternehmerbuchungen voll"
                " (5000) - Abgleich unvollstaendig."
    END-IF.

STORNIERE-FREMDLEISTUNG.
    IF FREMD-ANZAHL > 0
        SET FR-IDX TO 1
        SEARCH FREMD-EINTRAG
            AT END CONTINUE
            WHEN FRT-BUCHUNGS-NR(FR-IDX) = HIS-BUCHUNGS-NR
             AND FRT-DATUM(FR-IDX)       = HIS-DATUM
             AND FRT-VORNAME-M(FR-IDX)   = HIS-VORNAME-M
             AND FRT-NACHNAME-M(FR-IDX)  = HIS-NACHNAME-M
                MOVE HIS-STUNDEN TO STORNO-STUNDEN
                IF STORNO-STUNDEN >= FRT-STUNDEN(FR-IDX)
                    MOVE 0 TO FRT-STUNDEN(FR-IDX)
                ELSE
                    SUBTRACT STORNO-STUNDEN FROM FRT-STUNDEN(FR-IDX)
                END-IF
                ADD 1 TO CNT-STORNO-FREMD
        END-SEARCH
    END-IF.


SICHERE-EINGANGSRECHNUNGEN.
    OPEN OUTPUT EINGANGSRECHNUNGEN
    IF FS-EINGANG NOT = "00"
        DISPLAY "Fehler beim Schreiben von EINGANGSRECHNUNG.DAT,"
                " Status=" FS-EINGANG
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING LAUF-IDX FROM 1 BY 1
                UNTIL LAUF-IDX > EINGANG-ANZAHL
            MOVE EGT-ROH(LAUF-IDX)        TO EINGANG-RECORD
            MOVE EGT-STATUS(LAUF-IDX)     TO ER-STATUS
            MOVE EGT-PRUEFDATUM(LAUF-IDX) TO EINGANG-RECORD(78:8)
            MOVE EGT-GRUND(LAUF-IDX)      TO ER-GRUND
            WRITE EINGANG-RECORD
        END-PERFORM
        CLOSE EINGANGSRECHNUNGEN
    END-IF.
