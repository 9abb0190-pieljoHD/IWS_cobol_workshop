*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. PERSONAL-STATISTIK.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Monatliche Personalstatistik fuer die Quartalsrunde der
*> Geschaeftsfuehrung - bisher von Hand aus dem Stamm gezaehlt.
*> Je Abteilung und Beschaeftigungsart (R regulaer, M Minijob,
*> W Werkstudent, A Azubi): Anfangsbestand, Zugaenge, Abgaenge,
*> Umsetzungen zwischen Abteilungen und Endbestand, dazu die
*> Vollzeitaequivalente (MA-SOLL-STUNDEN durch die Vollzeit-
*> Stunden aus VOLLZEIT-STUNDEN.CFG, Default 160; ohne Soll zaehlt
*> ein Kopf als Vollzeit) und die durchschnittliche
*> Betriebszugehoerigkeit des Endbestands. Je Abteilung und
*> gesamt die Fluktuation der letzten zwoelf Monate: Abgaenge
*> durch den mittleren Monatsendbestand.
*> Bestand an einem Tag = eingetreten (MA-EINTRITT) und noch nicht
*> ausgetreten (MA-AUSTRITT nach dem Tag); wer am Monatsletzten
*> austritt, ist Abgang des Monats. Die Abteilung an einem Tag
*> kommt aus STAMM-HISTORIE.DAT (juengste Zeile bis zu diesem
*> Tag, sonst Stamm) - damit ist jeder vergangene Monat
*> nachvollziehbar. Inaktive ohne Austrittsdatum lassen sich
*> keinem Monat zuordnen und werden nur gezaehlt.
*>
*> Aufruf: personal_statistik [JJJJMM]  (ohne Parameter gilt der
*> Vormonat). Ergebnis: Konsole + PERSONAL-STATISTIK-<JJJJMM>.RPT.


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

    SELECT STAMM-HISTORIE
        ASSIGN TO "STAMM-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT VOLLZEIT-CFG
        ASSIGN TO "VOLLZEIT-STUNDEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-VOLLZEIT.

    SELECT STATISTIK-REPORT
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
COPY STAMMREC.

*> Mirrors STAMM-HISTORIE-RECORD in stamm_pflege.cbl.
FD STAMM-HISTORIE.
01 STAMM-HISTORIE-RECORD.
    05 SH-VORNAME    PIC X(10).
    05 SH-NACHNAME   PIC X(10).
    05 SH-GUELTIG-AB PIC 9(08).
    05 SH-STUNDENSATZ PIC 9(03).
    05 SH-ABTEILUNG  PIC X(10).
    05 SH-BEARBEITER PIC X(08).
    05 SH-BANKDATEN  PIC X(01).

FD VOLLZEIT-CFG.
01 VOLLZEIT-CFG-ZEILE PIC X(3).

FD STATISTIK-REPORT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-VOLLZEIT PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 BERICHTS-PERIODE PIC 9(6) VALUE 0.
01 PERIODE-TEILE REDEFINES BERICHTS-PERIODE.
    05 PERIODE-JAHR  PIC 9(4).
    05 PERIODE-MONAT PIC 9(2).
01 LISTE-DATEINAME PIC X(50).
01 VOLLZEIT-STUNDEN PIC 9(3) VALUE 160.

*> Stichtage des Berichtsmonats.
01 MONAT-ERSTER   PIC 9(8).
01 MONAT-LETZTER  PIC 9(8).
01 VORMONAT-ENDE  PIC 9(8).
01 ROLL-BEGINN    PIC 9(8).
*> Monatsenden der letzten zwoelf Monate (Index 12 = Berichtsmonat).
01 ROLL-TABELLE.
    05 ROLL-ENDE PIC 9(8) OCCURS 12 TIMES.
01 ROLL-IDX PIC 9(2).
01 HILF-PERIODE PIC 9(6).
01 HILF-TEILE REDEFINES HILF-PERIODE.
    05 HILF-JAHR  PIC 9(4).
    05 HILF-MONAT PIC 9(2).
01 HILF-DATUM   PIC 9(8).

*> Abteilungshistorie aller Mitarbeiter.
01 HI-ANZAHL PIC 9(4) VALUE 0.
01 HI-TABELLE.
    05 HI-EINTRAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HI-ANZAHL
                   INDEXED BY HI-IDX.
        10 HI-VORNAME   PIC X(10).
        10 HI-NACHNAME  PIC X(10).
        10 HI-GUELTIG-AB PIC 9(8).
        10 HI-ABTEILUNG PIC X(10).
01 HI-UEBERLAUF PIC X VALUE "N".

*> Statistikzeilen je Abteilung und Beschaeftigungsart.
01 ZL-ANZAHL PIC 9(3) VALUE 0.
01 ZL-TABELLE.
    05 ZL-EINTRAG OCCURS 1 TO 400 TIMES
                   DEPENDING ON ZL-ANZAHL
                   INDEXED BY ZL-IDX.
        10 ZL-ABTEILUNG PIC X(10).
        10 ZL-ART       PIC X.
        10 ZL-ANFANG    PIC 9(4).
        10 ZL-ZUGANG    PIC 9(4).
        10 ZL-ABGANG    PIC 9(4).
        10 ZL-UM-ZU     PIC 9(4).
        10 ZL-UM-AB     PIC 9(4).
        10 ZL-ENDE      PIC 9(4).
        10 ZL-FTE       PIC 9(5)V99.
        10 ZL-DZ-TAGE   PIC 9(9).
        10 ZL-DZ-ANZAHL PIC 9(4).
        10 ZL-AB12      PIC 9(4).
        10 ZL-KOPF12    PIC 9(6).
01 ZL-POSITION PIC 9(3).
01 SUCH-ABTEILUNG PIC X(10).

*> Der gerade gezaehlte Mitarbeiter.
01 ZAEHL-ART        PIC X.
01 ZAEHL-VON        PIC 9(8).
01 ZAEHL-BIS        PIC 9(8).
01 ABT-STICHTAG  PIC 9(8).
01 ABT-ERGEBNIS  PIC X(10).
01 ABT-START     PIC X(10).
01 ABT-ZIEL      PIC X(10).
01 HAT-START     PIC X.
01 HAT-ZIEL      PIC X.
01 ZAEHL-FTE        PIC 9(3)V99.
01 HI-BESTES-AB  PIC 9(8).

*> Druck je Abteilung und gesamt.
01 SUMMEN-ZEILE.
    05 SU-ANFANG    PIC 9(5).
    05 SU-ZUGANG    PIC 9(5).
    05 SU-ABGANG    PIC 9(5).
    05 SU-UM-ZU     PIC 9(5).
    05 SU-UM-AB     PIC 9(5).
    05 SU-ENDE      PIC 9(5).
    05 SU-FTE       PIC 9(6)V99.
    05 SU-DZ-TAGE   PIC 9(10).
    05 SU-DZ-ANZAHL PIC 9(5).
    05 SU-AB12      PIC 9(5).
    05 SU-KOPF12    PIC 9(7).
01 GESAMT-ZEILE.
    05 GS-ANFANG    PIC 9(5).
    05 GS-ZUGANG    PIC 9(5).
    05 GS-ABGANG    PIC 9(5).
    05 GS-UM-ZU     PIC 9(5).
    05 GS-UM-AB     PIC 9(5).
    05 GS-ENDE      PIC 9(5).
    05 GS-FTE       PIC 9(6)V99.
    05 GS-DZ-TAGE   PIC 9(10).
    05 GS-DZ-ANZAHL PIC 9(5).
    05 GS-AB12      PIC 9(5).
    05 GS-KOPF12    PIC 9(7).
01 DRUCK-IDX     PIC 9(3).
01 ART-IDX       PIC 9.
01 ART-FOLGE     PIC X(4) VALUE "RMWA".
01 ART-TEXT      PIC X(12).
01 ABT-GEDRUCKT  PIC X.
01 DZ-JAHRE      PIC 9(3)V9.
01 FLUKTUATION   PIC 9(4)V9.
01 ZEILEN-TEXT   PIC X(24).
01 PRINT-ANFANG  PIC ZZZZ9.
01 PRINT-ZUGANG  PIC ZZZ9.
01 PRINT-ABGANG  PIC ZZZ9.
01 PRINT-UM-ZU   PIC ZZZ9.
01 PRINT-UM-AB   PIC ZZZ9.
01 PRINT-ENDE    PIC ZZZZ9.
01 PRINT-FTE     PIC ZZZZ9.99.
01 PRINT-DZ      PIC ZZ9.9.
01 PRINT-FLUKT   PIC ZZZ9.9.
01 PRINT-AB12    PIC ZZZ9.

01 CNT-MITARBEITER PIC 9(4) VALUE 0.
01 CNT-OHNE-DATUM  PIC 9(4) VALUE 0.
01 CNT-OHNE-SOLL   PIC 9(4) VALUE 0.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM BERECHNE-STICHTAGE.
    PERFORM LADE-VOLLZEIT.
    PERFORM LADE-HISTORIE.

    MOVE SPACES TO LISTE-DATEINAME
    STRING "PERSONAL-STATISTIK-" BERICHTS-PERIODE ".RPT"
        DELIMITED BY SIZE INTO LISTE-DATEINAME
    END-STRING
    OPEN INPUT MITARBEITER-STAMM.
    IF FS-STAMM NOT = "00"
        DISPLAY "MITARBEITER-STAMM.DAT nicht vorhanden, Status="
                FS-STAMM
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT STATISTIK-REPORT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        CLOSE MITARBEITER-STAMM
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM UNTIL EOF-FLAG = "Y"
        READ MITARBEITER-STAMM
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND MA-VORNAME NOT = SPACES
            PERFORM ZAEHLE-MITARBEITER
        END-IF
    END-PERFORM.
    CLOSE MITARBEITER-STAMM.

    PERFORM DRUCKE-STATISTIK.
    CLOSE STATISTIK-REPORT.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Monat JJJJMM)
*> ================================================================
*> Mirrors PARSE-KOMMANDOZEILE in mwst_meldung.cbl.
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:6) IS NUMERIC
         AND WS-ARGUMENT-WERT(5:2) >= "01"
         AND WS-ARGUMENT-WERT(5:2) <= "12"
            MOVE WS-ARGUMENT-WERT(1:6) TO BERICHTS-PERIODE
        END-IF
    END-IF
    *> Ohne Parameter der abgeschlossene Vormonat.
    IF BERICHTS-PERIODE = 0
        MOVE FUNCTION CURRENT-DATE(1:6) TO BERICHTS-PERIODE
        IF PERIODE-MONAT = 1
            SUBTRACT 1 FROM PERIODE-JAHR
            MOVE 12 TO PERIODE-MONAT
        ELSE
            SUBTRACT 1 FROM PERIODE-MONAT
        END-IF
    END-IF.


*> ================================================================
*> #6 Stichtage des Berichtsmonats und der letzten zwoelf Monate
*> ================================================================
BERECHNE-STICHTAGE.
    COMPUTE MONAT-ERSTER = BERICHTS-PERIODE * 100 + 1
    COMPUTE VORMONAT-ENDE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(MONAT-ERSTER) - 1)
    MOVE BERICHTS-PERIODE TO HILF-PERIODE
    PERFORM VARYING ROLL-IDX FROM 12 BY -1 UNTIL ROLL-IDX < 1
        PERFORM BERECHNE-MONATSENDE
        MOVE HILF-DATUM TO ROLL-ENDE(ROLL-IDX)
        IF HILF-MONAT = 1
            SUBTRACT 1 FROM HILF-JAHR
            MOVE 12 TO HILF-MONAT
        ELSE
            SUBTRACT 1 FROM HILF-MONAT
        END-IF
    END-PERFORM
    MOVE ROLL-ENDE(12) TO MONAT-LETZTER
    *> Abgaenge zaehlen ab dem Tag nach dem Ende des Monats vor
    *> dem rollierenden Zeitraum.
    PERFORM BERECHNE-MONATSENDE
    COMPUTE ROLL-BEGINN = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(HILF-DATUM) + 1).


*> ----------------------------------------------------------------
*> #6.1 Letzter Tag des Monats HILF-PERIODE nach HILF-DATUM
*> ----------------------------------------------------------------
BERECHNE-MONATSENDE.
    IF HILF-MONAT = 12
        COMPUTE HILF-DATUM = (HILF-JAHR + 1) * 10000 + 0101
    ELSE
        COMPUTE HILF-DATUM = HILF-PERIODE * 100 + 101
    END-IF
    COMPUTE HILF-DATUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(HILF-DATUM) - 1).


*> ================================================================
*> #7 Einen Mitarbeiter zaehlen
*> ================================================================
ZAEHLE-MITARBEITER.
    MOVE 0 TO ZAEHL-VON
    IF MA-EINTRITT IS NUMERIC
        MOVE MA-EINTRITT TO ZAEHL-VON
    END-IF
    MOVE 99999999 TO ZAEHL-BIS
    IF MA-AUSTRITT IS NUMERIC AND MA-AUSTRITT > 0
        MOVE MA-AUSTRITT TO ZAEHL-BIS
    END-IF
    IF MA-STATUS = "I" AND ZAEHL-BIS = 99999999
        ADD 1 TO CNT-OHNE-DATUM
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-MITARBEITER
    EVALUATE MA-BESCHAEFT-ART
        WHEN "M"   MOVE "M" TO ZAEHL-ART
        WHEN "W"   MOVE "W" TO ZAEHL-ART
        WHEN "A"   MOVE "A" TO ZAEHL-ART
        WHEN OTHER MOVE "R" TO ZAEHL-ART
    END-EVALUATE
    IF MA-SOLL-STUNDEN IS NUMERIC AND MA-SOLL-STUNDEN > 0
        COMPUTE ZAEHL-FTE ROUNDED = MA-SOLL-STUNDEN / VOLLZEIT-STUNDEN
    ELSE
        MOVE 1 TO ZAEHL-FTE
    END-IF

    MOVE "N" TO HAT-START HAT-ZIEL

    *> Anfangsbestand am Ende des Vormonats.
    IF ZAEHL-VON <= VORMONAT-ENDE AND ZAEHL-BIS > VORMONAT-ENDE
        MOVE VORMONAT-ENDE TO ABT-STICHTAG
        PERFORM ERMITTLE-ABTEILUNG
        MOVE ABT-ERGEBNIS TO ABT-START
        MOVE "J" TO HAT-START
        PERFORM SUCHE-ZEILE
        IF ZL-POSITION > 0
            ADD 1 TO ZL-ANFANG(ZL-POSITION)
        END-IF
    END-IF

    *> Zugang im Monat.
    IF ZAEHL-VON >= MONAT-ERSTER AND ZAEHL-VON <= MONAT-LETZTER
        MOVE ZAEHL-VON TO ABT-STICHTAG
        PERFORM ERMITTLE-ABTEILUNG
        MOVE ABT-ERGEBNIS TO ABT-START
        MOVE "J" TO HAT-START
        PERFORM SUCHE-ZEILE
        IF ZL-POSITION > 0
            ADD 1 TO ZL-ZUGANG(ZL-POSITION)
        END-IF
    END-IF

    *> Abgang im Monat.
    IF ZAEHL-BIS >= MONAT-ERSTER AND ZAEHL-BIS <= MONAT-LETZTER
        MOVE ZAEHL-BIS TO ABT-STICHTAG
        PERFORM ERMITTLE-ABTEILUNG
        MOVE ABT-ERGEBNIS TO ABT-ZIEL
        MOVE "J" TO HAT-ZIEL
        PERFORM SUCHE-ZEILE
        IF ZL-POSITION > 0
            ADD 1 TO ZL-ABGANG(ZL-POSITION)
        END-IF
    END-IF

    *> Endbestand am Monatsletzten mit FTE und Zugehoerigkeit.
    IF ZAEHL-VON <= MONAT-LETZTER AND ZAEHL-BIS > MONAT-LETZTER
        MOVE MONAT-LETZTER TO ABT-STICHTAG
        PERFORM ERMITTLE-ABTEILUNG
        MOVE ABT-ERGEBNIS TO ABT-ZIEL
        MOVE "J" TO HAT-ZIEL
        PERFORM SUCHE-ZEILE
        IF ZL-POSITION > 0
            ADD 1 TO ZL-ENDE(ZL-POSITION)
            ADD ZAEHL-FTE TO ZL-FTE(ZL-POSITION)
            IF ZAEHL-VON > 0
                COMPUTE ZL-DZ-TAGE(ZL-POSITION) =
                    ZL-DZ-TAGE(ZL-POSITION)
                    + FUNCTION INTEGER-OF-DATE(MONAT-LETZTER)
                    - FUNCTION INTEGER-OF-DATE(ZAEHL-VON)
                ADD 1 TO ZL-DZ-ANZAHL(ZL-POSITION)
            END-IF
            IF MA-SOLL-STUNDEN IS NOT NUMERIC
             OR MA-SOLL-STUNDEN = 0
                ADD 1 TO CNT-OHNE-SOLL
            END-IF
        END-IF
    END-IF

    *> Abteilungswechsel im Monat als Umsetzung.
    IF HAT-START = "J" AND HAT-ZIEL = "J" AND ABT-START NOT = ABT-ZIEL
        MOVE ABT-START TO ABT-ERGEBNIS
        PERFORM SUCHE-ZEILE
        IF ZL-POSITION > 0
            ADD 1 TO ZL-UM-AB(ZL-POSITION)
        END-IF
        MOVE ABT-ZIEL TO ABT-ERGEBNIS
        PERFORM SUCHE-ZEILE
        IF ZL-POSITION > 0
            ADD 1 TO ZL-UM-ZU(ZL-POSITION)
        END-IF
    END-IF

    *> Rollierende zwoelf Monate: Monatsendbestaende und Abgaenge.
    PERFORM VARYING ROLL-IDX FROM 1 BY 1 UNTIL ROLL-IDX > 12
        IF ZAEHL-VON <= ROLL-ENDE(ROLL-IDX)
         AND ZAEHL-BIS > ROLL-ENDE(ROLL-IDX)
            MOVE ROLL-ENDE(ROLL-IDX) TO ABT-STICHTAG
            PERFORM ERMITTLE-ABTEILUNG
            PERFORM SUCHE-ZEILE
            IF ZL-POSITION > 0
                ADD 1 TO ZL-KOPF12(ZL-POSITION)
            END-IF
        END-IF
    END-PERFORM
    IF ZAEHL-BIS >= ROLL-BEGINN AND ZAEHL-BIS <= MONAT-LETZTER
        MOVE ZAEHL-BIS TO ABT-STICHTAG
        PERFORM ERMITTLE-ABTEILUNG
        PERFORM SUCHE-ZEILE
        IF ZL-POSITION > 0
            ADD 1 TO ZL-AB12(ZL-POSITION)
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Abteilung des Mitarbeiters am ABT-STICHTAG
*> ----------------------------------------------------------------
*> Juengste Historienzeile bis zum Stichtag, sonst der Stamm -
*> mirrors SUCHE-HISTORIEN-STAND im UMSATZ-RECHNER.
ERMITTLE-ABTEILUNG.
    MOVE SPACES TO ABT-ERGEBNIS
    MOVE 0 TO HI-BESTES-AB
    PERFORM VARYING HI-IDX FROM 1 BY 1 UNTIL HI-IDX > HI-ANZAHL
        IF HI-VORNAME(HI-IDX)  = MA-VORNAME
         AND HI-NACHNAME(HI-IDX) = MA-NACHNAME
         AND HI-GUELTIG-AB(HI-IDX) <= ABT-STICHTAG
         AND HI-GUELTIG-AB(HI-IDX) >= HI-BESTES-AB
         AND HI-ABTEILUNG(HI-IDX) NOT = SPACES
            MOVE HI-GUELTIG-AB(HI-IDX) TO HI-BESTES-AB
            MOVE HI-ABTEILUNG(HI-IDX)  TO ABT-ERGEBNIS
        END-IF
    END-PERFORM
    IF HI-BESTES-AB = 0
        MOVE MA-ABTEILUNG TO ABT-ERGEBNIS
    END-IF
    IF ABT-ERGEBNIS = SPACES
        MOVE "ALLG" TO ABT-ERGEBNIS
    END-IF.


*> ----------------------------------------------------------------
*> #7.2 Zeile zu ABT-ERGEBNIS/ZAEHL-ART suchen bzw. anlegen
*> ----------------------------------------------------------------
*> Ergebnis in ZL-POSITION (0 = Tabelle voll).
SUCHE-ZEILE.
    MOVE 0 TO ZL-POSITION
    IF ZL-ANZAHL > 0
        SET ZL-IDX TO 1
        SEARCH ZL-EINTRAG
            AT END CONTINUE
            WHEN ZL-ABTEILUNG(ZL-IDX) = ABT-ERGEBNIS
             AND ZL-ART(ZL-IDX) = ZAEHL-ART
                SET ZL-POSITION TO ZL-IDX
        END-SEARCH
    END-IF
    IF ZL-POSITION = 0 AND ZL-ANZAHL < 400
        ADD 1 TO ZL-ANZAHL
        MOVE ZL-ANZAHL TO ZL-POSITION
        INITIALIZE ZL-EINTRAG(ZL-POSITION)
        MOVE ABT-ERGEBNIS TO ZL-ABTEILUNG(ZL-POSITION)
        MOVE ZAEHL-ART TO ZL-ART(ZL-POSITION)
    END-IF.


*> ================================================================
*> #8 Statistik drucken
*> ================================================================
DRUCKE-STATISTIK.
    MOVE SPACES TO MELDUNG
    STRING "Personalstatistik " PERIODE-MONAT "/" PERIODE-JAHR
           " (Vollzeit = " VOLLZEIT-STUNDEN " Std/Monat,"
           " Fluktuation rollierend 12 Monate)"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE "Abteilung  Art          Anfang  Zu  Ab Um+ Um-  Ende      FTE  Dienstj. Fluktuation"
      TO MELDUNG
    PERFORM MELDE.
    INITIALIZE GESAMT-ZEILE

    PERFORM VARYING DRUCK-IDX FROM 1 BY 1 UNTIL DRUCK-IDX > ZL-ANZAHL
        *> Jede Abteilung einmal, beim ersten Auftreten.
        MOVE "N" TO ABT-GEDRUCKT
        PERFORM VARYING ZL-IDX FROM 1 BY 1 UNTIL ZL-IDX >= DRUCK-IDX
            IF ZL-ABTEILUNG(ZL-IDX) = ZL-ABTEILUNG(DRUCK-IDX)
                MOVE "J" TO ABT-GEDRUCKT
            END-IF
        END-PERFORM
        IF ABT-GEDRUCKT = "N"
            PERFORM DRUCKE-ABTEILUNG
        END-IF
    END-PERFORM

    MOVE "---------------------------------------------" TO MELDUNG
    PERFORM MELDE
    MOVE GESAMT-ZEILE TO SUMMEN-ZEILE
    MOVE "GESAMT" TO ZEILEN-TEXT
    PERFORM DRUCKE-SUMMENZEILE

    IF CNT-OHNE-DATUM > 0
        MOVE SPACES TO MELDUNG
        STRING "HINWEIS: " CNT-OHNE-DATUM " Inaktive ohne"
               " Austrittsdatum nicht gezaehlt - in STAMM-PFLEGE"
               " nachtragen."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF CNT-OHNE-SOLL > 0
        MOVE SPACES TO MELDUNG
        STRING "HINWEIS: " CNT-OHNE-SOLL " Mitarbeiter ohne"
               " Soll-Stunden als Vollzeit gezaehlt."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #8.1 Zeilen einer Abteilung in fester Artfolge plus Summe
*> ----------------------------------------------------------------
DRUCKE-ABTEILUNG.
    INITIALIZE SUMMEN-ZEILE
    PERFORM VARYING ART-IDX FROM 1 BY 1 UNTIL ART-IDX > 4
        PERFORM VARYING ZL-IDX FROM 1 BY 1 UNTIL ZL-IDX > ZL-ANZAHL
            IF ZL-ABTEILUNG(ZL-IDX) = ZL-ABTEILUNG(DRUCK-IDX)
             AND ZL-ART(ZL-IDX) = ART-FOLGE(ART-IDX:1)
                PERFORM DRUCKE-ARTZEILE
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO ZEILEN-TEXT
    STRING ZL-ABTEILUNG(DRUCK-IDX) " Summe" DELIMITED BY SIZE
        INTO ZEILEN-TEXT
    END-STRING
    PERFORM DRUCKE-SUMMENZEILE
    ADD SU-ANFANG    TO GS-ANFANG
    ADD SU-ZUGANG    TO GS-ZUGANG
    ADD SU-ABGANG    TO GS-ABGANG
    ADD SU-UM-ZU     TO GS-UM-ZU
    ADD SU-UM-AB     TO GS-UM-AB
    ADD SU-ENDE      TO GS-ENDE
    ADD SU-FTE       TO GS-FTE
    ADD SU-DZ-TAGE   TO GS-DZ-TAGE
    ADD SU-DZ-ANZAHL TO GS-DZ-ANZAHL
    ADD SU-AB12      TO GS-AB12
    ADD SU-KOPF12    TO GS-KOPF12.


*> ----------------------------------------------------------------
*> #8.2 Eine Zeile Abteilung/Art drucken und aufsummieren
*> ----------------------------------------------------------------
DRUCKE-ARTZEILE.
    EVALUATE ZL-ART(ZL-IDX)
        WHEN "M"   MOVE "Minijob"     TO ART-TEXT
        WHEN "W"   MOVE "Werkstudent" TO ART-TEXT
        WHEN "A"   MOVE "Azubi"       TO ART-TEXT
        WHEN OTHER MOVE "Regulaer"    TO ART-TEXT
    END-EVALUATE
    MOVE ZL-ANFANG(ZL-IDX) TO PRINT-ANFANG
    MOVE ZL-ZUGANG(ZL-IDX) TO PRINT-ZUGANG
    MOVE ZL-ABGANG(ZL-IDX) TO PRINT-ABGANG
    MOVE ZL-UM-ZU(ZL-IDX)  TO PRINT-UM-ZU
    MOVE ZL-UM-AB(ZL-IDX)  TO PRINT-UM-AB
    MOVE ZL-ENDE(ZL-IDX)   TO PRINT-ENDE
    MOVE ZL-FTE(ZL-IDX)    TO PRINT-FTE
    MOVE 0 TO DZ-JAHRE
    IF ZL-DZ-ANZAHL(ZL-IDX) > 0
        COMPUTE DZ-JAHRE ROUNDED =
            ZL-DZ-TAGE(ZL-IDX) / ZL-DZ-ANZAHL(ZL-IDX) / 365.25
    END-IF
    MOVE DZ-JAHRE TO PRINT-DZ
    MOVE SPACES TO MELDUNG
    STRING ZL-ABTEILUNG(ZL-IDX) " " ART-TEXT " " PRINT-ANFANG
           PRINT-ZUGANG PRINT-ABGANG PRINT-UM-ZU PRINT-UM-AB " "
           PRINT-ENDE " " PRINT-FTE "     " PRINT-DZ
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    ADD ZL-ANFANG(ZL-IDX)    TO SU-ANFANG
    ADD ZL-ZUGANG(ZL-IDX)    TO SU-ZUGANG
    ADD ZL-ABGANG(ZL-IDX)    TO SU-ABGANG
    ADD ZL-UM-ZU(ZL-IDX)     TO SU-UM-ZU
    ADD ZL-UM-AB(ZL-IDX)     TO SU-UM-AB
    ADD ZL-ENDE(ZL-IDX)      TO SU-ENDE
    ADD ZL-FTE(ZL-IDX)       TO SU-FTE
    ADD ZL-DZ-TAGE(ZL-IDX)   TO SU-DZ-TAGE
    ADD ZL-DZ-ANZAHL(ZL-IDX) TO SU-DZ-ANZAHL
    ADD ZL-AB12(ZL-IDX)      TO SU-AB12
    ADD ZL-KOPF12(ZL-IDX)    TO SU-KOPF12.


*> ----------------------------------------------------------------
*> #8.3 Summenzeile aus SUMMEN-ZEILE mit Fluktuation drucken
*> ----------------------------------------------------------------
*> Fluktuation = Abgaenge der zwoelf Monate durch den mittleren
*> Monatsendbestand (Summe der zwoelf Endbestaende / 12).
DRUCKE-SUMMENZEILE.
    MOVE SU-ANFANG TO PRINT-ANFANG
    MOVE SU-ZUGANG TO PRINT-ZUGANG
    MOVE SU-ABGANG TO PRINT-ABGANG
    MOVE SU-UM-ZU  TO PRINT-UM-ZU
    MOVE SU-UM-AB  TO PRINT-UM-AB
    MOVE SU-ENDE   TO PRINT-ENDE
    MOVE SU-FTE    TO PRINT-FTE
    MOVE 0 TO DZ-JAHRE FLUKTUATION
    IF SU-DZ-ANZAHL > 0
        COMPUTE DZ-JAHRE ROUNDED = SU-DZ-TAGE / SU-DZ-ANZAHL / 365.25
    END-IF
    IF SU-KOPF12 > 0
        COMPUTE FLUKTUATION ROUNDED = SU-AB12 * 1200 / SU-KOPF12
    END-IF
    MOVE DZ-JAHRE    TO PRINT-DZ
    MOVE FLUKTUATION TO PRINT-FLUKT
    MOVE SU-AB12     TO PRINT-AB12
    MOVE SPACES TO MELDUNG
    STRING ZEILEN-TEXT PRINT-ANFANG
           PRINT-ZUGANG PRINT-ABGANG PRINT-UM-ZU PRINT-UM-AB " "
           PRINT-ENDE " " PRINT-FTE "     " PRINT-DZ "   "
           PRINT-FLUKT "% (" FUNCTION TRIM(PRINT-AB12) " Abg.)"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #9 Abteilungshistorie laden
*> ================================================================
LADE-HISTORIE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT STAMM-HISTORIE
    IF FS-HISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ STAMM-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND SH-VORNAME NOT = SPACES
         AND SH-GUELTIG-AB IS NUMERIC
            IF HI-ANZAHL < 5000
                ADD 1 TO HI-ANZAHL
                MOVE SH-VORNAME    TO HI-VORNAME(HI-ANZAHL)
                MOVE SH-NACHNAME   TO HI-NACHNAME(HI-ANZAHL)
                MOVE SH-GUELTIG-AB TO HI-GUELTIG-AB(HI-ANZAHL)
                MOVE SH-ABTEILUNG  TO HI-ABTEILUNG(HI-ANZAHL)
            ELSE
                MOVE "J" TO HI-UEBERLAUF
            END-IF
        END-IF
    END-PERFORM
    CLOSE STAMM-HISTORIE
    MOVE "N" TO EOF-FLAG
    IF HI-UEBERLAUF = "J"
        DISPLAY "WARNUNG: STAMM-HISTORIE.DAT hat mehr als 5000"
                " Zeilen - aeltere Abteilungen ggf. ungenau."
    END-IF.


*> ================================================================
*> #10 Vollzeit-Stunden je Monat laden
*> ================================================================
*> Mirrors LADE-STUNDEN-JE-TAG in urlaubs_rueckstellung.cbl.
LADE-VOLLZEIT.
    OPEN INPUT VOLLZEIT-CFG
    IF FS-VOLLZEIT = "00"
        READ VOLLZEIT-CFG
            AT END CONTINUE
            NOT AT END
                IF FUNCTION TRIM(VOLLZEIT-CFG-ZEILE) IS NUMERIC
                    IF FUNCTION NUMVAL(VOLLZEIT-CFG-ZEILE) > 0
                        COMPUTE VOLLZEIT-STUNDEN =
                            FUNCTION NUMVAL(VOLLZEIT-CFG-ZEILE)
                    END-IF
                END-IF
        END-READ
        CLOSE VOLLZEIT-CFG
    END-IF.


*> ================================================================
*> #11 Zeile auf Konsole und ins Protokoll
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
