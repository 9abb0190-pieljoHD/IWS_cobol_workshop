*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. AUSGABE-VERTEILUNG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Verteilt die Ausgaben der Kette nach einem Verteiler: Berichte
*> (VALIDIERER-REPORT.PRT, RECHNER-REPORT.PRT, die .RPT-Dateien),
*> die Spools mit einem Abschnitt je Mitarbeiter
*> (MITARBEITER-ABRECHNUNGEN.SPOOL, ABLEHNUNGSBESCHEIDE.PRT) und
*> die Kundendokumente (RECHNUNG-<Nr>.TXT, MAHNUNG-<Nr>-S<n>.TXT)
*> wurden bisher nach jedem Lauf von Hand gedruckt oder gemailt.
*>
*> VERTEILER.CFG: "<Ausgabe> <Empfaenger> <Kanal> [<Kopien>]"
*>   Ausgabe    Dateiname, "*" als Platzhalter erlaubt
*>              (RECHNUNG-*.TXT)
*>   Empfaenger Druckerwarteschlange (DRUCK), Mailadresse (MAIL)
*>              oder Ablageverzeichnis (ABLAGE) - oder "*" =
*>              der Empfaenger des Dokuments selbst:
*>                - RECHNUNG-/MAHNUNG-Dokumente gehen an den Kunden
*>                  der Rechnung (RECHNUNGS-REGISTER.DAT),
*>                - jede andere Ausgabe wird je Empfaenger
*>                  aufgeteilt: ein Abschnitt beginnt mit einem
*>                  Kopf zwischen zwei "=====" -Zeilen, Empfaenger
*>                  ist der Name hinter "Fuer: " bzw. hinter dem
*>                  letzten " - " der Kopfzeile (so drucken
*>                  LOHN-/UMSATZ-RECHNER und ABLEHNUNGS-BESCHEID
*>                  ihre Abschnitte). Die Teile liegen unter
*>                  VERTEILUNG-TEILE/<Ausgabe>.<nnn>.
*>              Die Adresse eines Empfaengers je Kanal steht in
*>              VERTEILER-ADRESSEN.CFG ("<Kanal> <Adresse>
*>              <Name|Kundennummer>"); fuer MAIL an Kunden gilt
*>              sonst KD-EMAIL aus dem Kundenstamm.
*>   Kanal      DRUCK  (lp -d <Warteschlange> -n <Kopien>)
*>              MAIL   (Kopie nach MAIL-AUSGANG/, Zeile in
*>                     MAIL-AUSGANG.SPOOL fuer das Mail-Gateway)
*>              ABLAGE (Kopie in das Verzeichnis)
*>   Kopien     nur fuer DRUCK, Default 1
*>
*> Jede Zustellung steht in VERTEILUNG.LOG (wann, was, an wen,
*> ueber welchen Kanal, OK/FEHLER). Erkannt wird eine Ausgabe an
*> ihrer Pruefsumme (cksum): eine unveraenderte Ausgabe wird nie
*> zweimal zugestellt, eine neu erzeugte unter demselben Namen
*> wird wieder verteilt. Was nach dem Lauf noch nicht zugestellt
*> ist (Fehler, Empfaenger ohne Adresse, PRUEFEN-Lauf), steht in
*> VERTEILUNG-OFFEN.DAT - BATCH-TREIBER (Tagesabschluss-Dashboard)
*> und BEDIENER-MENUE zeigen es an.
*>
*> Aufruf: ausgabe_verteilung          verteilen (Bericht in
*>                                     VERTEILUNG.RPT)
*>         ausgabe_verteilung PRUEFEN  nur VERTEILUNG-OFFEN.DAT
*>                                     auffrischen, nichts senden
*> RETURN-CODE 0; 1 wenn eine Zustellung fehlschlug oder offen
*> blieb; 2 wenn ein anderer Lauf verteilt (VERTEILUNG.LCK).


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VERTEILER-CFG
        ASSIGN TO "VERTEILER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-VERTEILER.

    SELECT ADRESSEN-CFG
        ASSIGN TO "VERTEILER-ADRESSEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ADRESSEN.

    *> Ergebnis von cksum je Ausgabemuster.
    SELECT AUSGABE-LISTE
        ASSIGN TO "VERTEILUNG-LISTE.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LISTE.

    SELECT VERTEILUNG-LOG
        ASSIGN TO "VERTEILUNG.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LOG.

    SELECT VERTEILUNG-OFFEN
        ASSIGN TO "VERTEILUNG-OFFEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-OFFEN.

    SELECT VERTEILUNG-REPORT
        ASSIGN TO "VERTEILUNG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT.

    SELECT MAIL-SPOOL
        ASSIGN TO "MAIL-AUSGANG.SPOOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MAIL.

    SELECT QUELL-DATEI
        ASSIGN TO QUELL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-QUELLE.

    SELECT TEIL-DATEI
        ASSIGN TO TEIL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-TEIL.

    SELECT RECHNUNGS-REGISTER
        ASSIGN TO "RECHNUNGS-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    SELECT KUNDEN-STAMM
        ASSIGN TO "KUNDEN-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUNDEN.

    SELECT VERTEILUNG-SPERRE
        ASSIGN TO "VERTEILUNG.LCK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPERRE.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD VERTEILER-CFG.
01 VERTEILER-CFG-ZEILE PIC X(160).

FD ADRESSEN-CFG.
01 ADRESSEN-CFG-ZEILE PIC X(120).

FD AUSGABE-LISTE.
01 AUSGABE-LISTE-ZEILE PIC X(120).

*> Zustellprotokoll, eine Zeile je Zustellversuch.
FD VERTEILUNG-LOG.
01 VERTEILUNG-LOG-RECORD.
    05 VL-ZEIT        PIC X(14).
    05 FILLER         PIC X(01).
    05 VL-DATEI       PIC X(40).
    05 FILLER         PIC X(01).
    05 VL-PRUEFSUMME  PIC X(24).
    05 FILLER         PIC X(01).
    05 VL-KANAL       PIC X(06).
    05 FILLER         PIC X(01).
    05 VL-REGEL       PIC X(60).
    05 FILLER         PIC X(01).
    05 VL-TEIL        PIC 9(03).
    05 FILLER         PIC X(01).
    05 VL-EMPFAENGER  PIC X(30).
    05 FILLER         PIC X(01).
    05 VL-ADRESSE     PIC X(60).
    05 FILLER         PIC X(01).
    05 VL-KOPIEN      PIC 9(02).
    05 FILLER         PIC X(01).
    05 VL-STATUS      PIC X(06).
    05 FILLER         PIC X(01).
    05 VL-GRUND       PIC X(40).

*> Noch nicht zugestellte Ausgaben (fuer Dashboard und Menue).
FD VERTEILUNG-OFFEN.
01 VERTEILUNG-OFFEN-RECORD.
    05 VO-DATEI       PIC X(40).
    05 FILLER         PIC X(01).
    05 VO-KANAL       PIC X(06).
    05 FILLER         PIC X(01).
    05 VO-EMPFAENGER  PIC X(30).
    05 FILLER         PIC X(01).
    05 VO-GRUND       PIC X(40).

FD VERTEILUNG-REPORT.
01 REPORT-ZEILE PIC X(120).

FD MAIL-SPOOL.
01 MAIL-SPOOL-RECORD.
    05 MS-ZEIT        PIC X(14).
    05 FILLER         PIC X(01).
    05 MS-ADRESSE     PIC X(60).
    05 FILLER         PIC X(01).
    05 MS-ANHANG      PIC X(100).

FD QUELL-DATEI.
01 QUELL-ZEILE PIC X(200).

FD TEIL-DATEI.
01 TEIL-ZEILE PIC X(200).

*> Satzbild wie RECHNUNGS-REGISTER im RECHNUNGS-GENERATOR; hier
*> zaehlen nur Nummer und Empfaenger.
FD RECHNUNGS-REGISTER.
01 REGISTER-RECORD.
    05 REG-NUMMER      PIC 9(06).
    05 FILLER          PIC X(01).
    05 REG-DATUM       PIC 9(08).
    05 FILLER          PIC X(01).
    05 REG-EMPFAENGER  PIC X(10).
    05 FILLER          PIC X(40).

FD KUNDEN-STAMM.
COPY KUNDREC.

FD VERTEILUNG-SPERRE.
01 VERTEILUNG-SPERRE-RECORD.
    05 LCK-PROGRAMM PIC X(20).
    05 LCK-ZEIT     PIC 9(14).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-VERTEILER PIC XX VALUE SPACES.
77 FS-ADRESSEN  PIC XX VALUE SPACES.
77 FS-LISTE     PIC XX VALUE SPACES.
77 FS-LOG       PIC XX VALUE SPACES.
77 FS-OFFEN     PIC XX VALUE SPACES.
77 FS-REPORT    PIC XX VALUE SPACES.
77 FS-MAIL      PIC XX VALUE SPACES.
77 FS-QUELLE    PIC XX VALUE SPACES.
77 FS-TEIL      PIC XX VALUE SPACES.
77 FS-REGISTER  PIC XX VALUE SPACES.
77 FS-KUNDEN    PIC XX VALUE SPACES.
77 FS-SPERRE    PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(20) VALUE SPACES.
01 VERTEIL-MODUS      PIC X(10) VALUE "VERTEILEN".

01 JETZT-ZEIT PIC X(14).

*> Verteilerregeln aus VERTEILER.CFG.
01 REGEL-ANZAHL PIC 9(3) VALUE 0.
01 REGEL-TABELLE.
    05 REGEL-EINTRAG OCCURS 1 TO 100 TIMES
                     DEPENDING ON REGEL-ANZAHL.
        10 VR-MUSTER     PIC X(40).
        10 VR-EMPFAENGER PIC X(60).
        10 VR-KANAL      PIC X(06).
        10 VR-KOPIEN     PIC 9(02).
01 REGEL-IDX PIC 9(3).
01 VR-FELD-1 PIC X(40).
01 VR-FELD-2 PIC X(60).
01 VR-FELD-3 PIC X(10).
01 VR-FELD-4 PIC X(05).

*> Empfaengeradressen aus VERTEILER-ADRESSEN.CFG.
01 ADRESS-ANZAHL PIC 9(3) VALUE 0.
01 ADRESS-TABELLE.
    05 ADRESS-EINTRAG OCCURS 1 TO 500 TIMES
                      DEPENDING ON ADRESS-ANZAHL
                      INDEXED BY AD-IDX.
        10 AD-KANAL   PIC X(06).
        10 AD-NAME    PIC X(40).
        10 AD-ADRESSE PIC X(60).
01 AD-PTR PIC 9(3).
01 AD-FELD-KANAL PIC X(10).

*> Rechnungsempfaenger (Nummer -> Kunde) und Mailadressen der
*> Kunden, nur geladen, wenn eine Regel sie braucht.
01 RE-GELADEN PIC X VALUE "N".
01 RE-ANZAHL PIC 9(5) VALUE 0.
01 RE-TABELLE.
    05 RE-EINTRAG OCCURS 1 TO 20000 TIMES
                  DEPENDING ON RE-ANZAHL
                  INDEXED BY RE-IDX.
        10 RE-NUMMER     PIC 9(06).
        10 RE-EMPFAENGER PIC X(10).
01 KM-ANZAHL PIC 9(4) VALUE 0.
01 KM-TABELLE.
    05 KM-EINTRAG OCCURS 1 TO 2000 TIMES
                  DEPENDING ON KM-ANZAHL
                  INDEXED BY KM-IDX.
        10 KM-NUMMER PIC X(10).
        10 KM-EMAIL  PIC X(60).

*> Zu verteilende Ausgaben: Regel x vorhandene Datei.
01 AUFTRAG-ANZAHL PIC 9(4) VALUE 0.
01 AUFTRAG-TABELLE.
    05 AUFTRAG-EINTRAG OCCURS 1 TO 2000 TIMES
                       DEPENDING ON AUFTRAG-ANZAHL.
        10 AJ-REGEL       PIC 9(03).
        10 AJ-DATEI       PIC X(40).
        10 AJ-PRUEFSUMME  PIC X(24).
01 AUFTRAG-IDX PIC 9(4).
01 CK-CRC    PIC X(12).
01 CK-GROESSE PIC X(12).
01 CK-NAME   PIC X(60).

*> Bereits erfolgreich zugestellte Einheiten aus VERTEILUNG.LOG
*> (nur die der vorhandenen Ausgaben).
01 VK-SCHLUESSEL.
    05 VK-DATEI      PIC X(40).
    05 VK-PRUEFSUMME PIC X(24).
    05 VK-KANAL      PIC X(06).
    05 VK-REGEL      PIC X(60).
    05 VK-TEIL       PIC 9(03).
01 OK-ANZAHL PIC 9(4) VALUE 0.
01 OK-TABELLE.
    05 OK-EINTRAG OCCURS 1 TO 9999 TIMES
                  DEPENDING ON OK-ANZAHL
                  INDEXED BY OK-IDX.
        10 OK-SCHLUESSEL PIC X(133).
01 OK-GEFUNDEN PIC X.

*> Teile einer aufgeteilten Ausgabe.
01 TEIL-ANZAHL PIC 9(3) VALUE 0.
01 TEIL-TABELLE.
    05 TEIL-EINTRAG OCCURS 1 TO 500 TIMES
                    DEPENDING ON TEIL-ANZAHL.
        10 TL-NAME  PIC X(30).
        10 TL-DATEI PIC X(80).
01 TEIL-IDX PIC 9(3).
01 TEIL-NR-TEXT PIC 9(3).
01 KOPF-OFFEN PIC X VALUE "N".
01 TEIL-OFFEN PIC X VALUE "N".
01 NAME-POS   PIC 9(3).
01 SCAN-POS   PIC 9(3).
01 NAME-ROH   PIC X(200).

*> Eine Zustelleinheit.
01 ZU-DATEI      PIC X(80).
01 ZU-TEIL       PIC 9(3).
01 ZU-EMPFAENGER PIC X(30).
01 ZU-ADRESSE    PIC X(60).
01 ZU-GRUND      PIC X(40).
01 ZU-STATUS     PIC X(06).
01 RE-NUMMER-ROH PIC X(20).
01 RE-PRAEFIX    PIC X(20).
01 RE-SUCH-NUMMER PIC 9(6).
01 KUNDEN-NR     PIC X(10).
01 MAIL-LFD      PIC 9(4) VALUE 0.
01 MAIL-ANHANG   PIC X(100).
01 BASIS-NAME    PIC X(80).
01 BASIS-PTR     PIC 9(3).

01 QUELL-DATEINAME PIC X(80).
01 TEIL-DATEINAME  PIC X(80).
01 CMD-LINE PIC X(400).
01 CMD-RC   PIC S9(9).

*> Verteilsperre (VERTEILUNG.LCK) - mirrors HOLE-REGISTERSPERRE in
*> alarm_verwaltung.cbl, der Lauf dauert Minuten.
01 STALE-MINUTEN PIC 9(4) VALUE 60.
01 DIFF-VON     PIC X(14).
01 DIFF-BIS     PIC X(14).
01 DIFF-TAG-VON PIC 9(8).
01 DIFF-TAG-BIS PIC 9(8).
01 DIFF-MINUTEN PIC S9(9).
01 CMD-SPERRE-WEG PIC X(40) VALUE "rm -f VERTEILUNG.LCK".
01 RC-MERKER PIC S9(9).

01 CNT-ZUGESTELLT PIC 9(5) VALUE 0.
01 CNT-BEREITS    PIC 9(5) VALUE 0.
01 CNT-FEHLER     PIC 9(5) VALUE 0.
01 CNT-OFFEN      PIC 9(5) VALUE 0.
01 MELDUNG PIC X(120).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER
    IF WS-ARGUMENT-ANZAHL >= 1
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) TO VERTEIL-MODUS
        IF VERTEIL-MODUS NOT = "PRUEFEN"
            DISPLAY "Unbekannter Parameter '"
                    FUNCTION TRIM(WS-ARGUMENT-WERT)
                    "' - Aufruf: ausgabe_verteilung [PRUEFEN]"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF

    PERFORM HOLE-VERTEILSPERRE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO JETZT-ZEIT.
    PERFORM LADE-VERTEILER.
    PERFORM LADE-ADRESSEN.
    PERFORM ERMITTLE-AUSGABEN.
    PERFORM LADE-ZUSTELLUNGEN.

    OPEN OUTPUT VERTEILUNG-OFFEN
    IF VERTEIL-MODUS = "VERTEILEN"
        OPEN OUTPUT VERTEILUNG-REPORT
        MOVE "============================================" TO MELDUNG
        PERFORM MELDE
        STRING "Ausgabeverteilung vom " JETZT-ZEIT(7:2) "."
               JETZT-ZEIT(5:2) "." JETZT-ZEIT(1:4) " "
               JETZT-ZEIT(9:2) ":" JETZT-ZEIT(11:2)
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE "============================================" TO MELDUNG
        PERFORM MELDE
    END-IF

    PERFORM VARYING AUFTRAG-IDX FROM 1 BY 1
            UNTIL AUFTRAG-IDX > AUFTRAG-ANZAHL
        MOVE AJ-REGEL(AUFTRAG-IDX) TO REGEL-IDX
        PERFORM VERTEILE-AUSGABE
    END-PERFORM

    CLOSE VERTEILUNG-OFFEN
    IF VERTEIL-MODUS = "VERTEILEN"
        MOVE "============================================" TO MELDUNG
        PERFORM MELDE
        STRING "Zugestellt: " CNT-ZUGESTELLT
               "  bereits verteilt: " CNT-BEREITS
               "  Fehler: " CNT-FEHLER
               "  offen: " CNT-OFFEN
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        CLOSE VERTEILUNG-REPORT
    ELSE
        DISPLAY "AUSGABE-VERTEILUNG: " CNT-OFFEN
                " Zustellung(en) offen, " CNT-BEREITS
                " bereits verteilt."
    END-IF

    IF CNT-OFFEN > 0
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM GEBE-VERTEILSPERRE-FREI.
    GOBACK.


*> ================================================================
*> #5 Verteilsperre holen (VERTEILUNG.LCK)
*> ================================================================
*> Zwei gleichzeitige Laeufe wuerden dieselbe Ausgabe zweimal
*> zustellen.
HOLE-VERTEILSPERRE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DIFF-BIS
    OPEN INPUT VERTEILUNG-SPERRE
    IF FS-SPERRE = "00"
        MOVE SPACES TO VERTEILUNG-SPERRE-RECORD
        READ VERTEILUNG-SPERRE
            AT END CONTINUE
        END-READ
        CLOSE VERTEILUNG-SPERRE
        IF LCK-ZEIT IS NUMERIC
            MOVE LCK-ZEIT TO DIFF-VON
            PERFORM BERECHNE-MINUTEN
        ELSE
            COMPUTE DIFF-MINUTEN = STALE-MINUTEN + 1
        END-IF
        IF DIFF-MINUTEN <= STALE-MINUTEN
            DISPLAY "VERTEILUNG.LCK gehalten seit " LCK-ZEIT
                    " - es verteilt bereits ein anderer Lauf."
            MOVE 2 TO RETURN-CODE
            GOBACK
        ELSE
            DISPLAY "WARNUNG: verwaiste Verteilsperre ("
                    LCK-ZEIT ") wird uebernommen."
        END-IF
    END-IF
    OPEN OUTPUT VERTEILUNG-SPERRE
    IF FS-SPERRE = "00"
        MOVE SPACES TO VERTEILUNG-SPERRE-RECORD
        MOVE "AUSGABE-VERTEILUNG" TO LCK-PROGRAMM
        MOVE DIFF-BIS TO LCK-ZEIT
        WRITE VERTEILUNG-SPERRE-RECORD
        CLOSE VERTEILUNG-SPERRE
    END-IF.


*> ----------------------------------------------------------------
*> #5.1 Verteilsperre freigeben
*> ----------------------------------------------------------------
GEBE-VERTEILSPERRE-FREI.
    MOVE RETURN-CODE TO RC-MERKER
    CALL "SYSTEM" USING CMD-SPERRE-WEG
    MOVE RC-MERKER TO RETURN-CODE.


*> ================================================================
*> #6 Konfiguration laden
*> ================================================================
LADE-VERTEILER.
    MOVE 0 TO REGEL-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT VERTEILER-CFG
    IF FS-VERTEILER NOT = "00"
        DISPLAY "VERTEILER.CFG nicht vorhanden - keine Ausgabe wird"
                " verteilt."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ VERTEILER-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM UEBERNIMM-REGEL
        END-READ
    END-PERFORM
    CLOSE VERTEILER-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.1 Eine Verteilerzeile uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-REGEL.
    IF VERTEILER-CFG-ZEILE = SPACES OR REGEL-ANZAHL >= 100
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO VR-FELD-1 VR-FELD-2 VR-FELD-3 VR-FELD-4
    UNSTRING FUNCTION TRIM(VERTEILER-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO VR-FELD-1 VR-FELD-2 VR-FELD-3 VR-FELD-4
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(VR-FELD-3) TO VR-FELD-3
    IF VR-FELD-2 = SPACES
     OR (VR-FELD-3 NOT = "DRUCK" AND NOT = "MAIL"
                                 AND NOT = "ABLAGE")
     OR (VR-FELD-4 NOT = SPACES
         AND FUNCTION TRIM(VR-FELD-4) IS NOT NUMERIC)
        DISPLAY "VERTEILER.CFG: Zeile '"
                FUNCTION TRIM(VERTEILER-CFG-ZEILE)
                "' unvollstaendig, ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO REGEL-ANZAHL
    MOVE VR-FELD-1 TO VR-MUSTER(REGEL-ANZAHL)
    MOVE VR-FELD-2 TO VR-EMPFAENGER(REGEL-ANZAHL)
    MOVE VR-FELD-3 TO VR-KANAL(REGEL-ANZAHL)
    MOVE 1 TO VR-KOPIEN(REGEL-ANZAHL)
    IF VR-FELD-4 NOT = SPACES
        MOVE FUNCTION NUMVAL(VR-FELD-4) TO VR-KOPIEN(REGEL-ANZAHL)
    END-IF
    IF VR-KOPIEN(REGEL-ANZAHL) = 0
        MOVE 1 TO VR-KOPIEN(REGEL-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #6.2 Empfaengeradressen laden ("<Kanal> <Adresse> <Name>")
*> ----------------------------------------------------------------
LADE-ADRESSEN.
    MOVE 0 TO ADRESS-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ADRESSEN-CFG
    IF FS-ADRESSEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ADRESSEN-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-ADRESSE
            END-READ
        END-PERFORM
        CLOSE ADRESSEN-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.3 Eine Adresszeile uebernehmen - der Name ist der Rest der
*>      Zeile (Vorname Nachname bzw. Kundennummer)
*> ----------------------------------------------------------------
UEBERNIMM-ADRESSE.
    IF ADRESSEN-CFG-ZEILE = SPACES OR ADRESS-ANZAHL >= 500
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(ADRESSEN-CFG-ZEILE) TO ADRESSEN-CFG-ZEILE
    ADD 1 TO ADRESS-ANZAHL
    MOVE SPACES TO AD-FELD-KANAL AD-ADRESSE(ADRESS-ANZAHL)
    MOVE 1 TO AD-PTR
    UNSTRING ADRESSEN-CFG-ZEILE DELIMITED BY ALL SPACE
        INTO AD-FELD-KANAL AD-ADRESSE(ADRESS-ANZAHL)
        WITH POINTER AD-PTR
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(AD-FELD-KANAL) TO AD-FELD-KANAL
    IF (AD-FELD-KANAL NOT = "DRUCK" AND NOT = "MAIL"
                                    AND NOT = "ABLAGE")
     OR AD-PTR > 120 OR ADRESSEN-CFG-ZEILE(AD-PTR:) = SPACES
        DISPLAY "VERTEILER-ADRESSEN.CFG: Zeile '"
                FUNCTION TRIM(ADRESSEN-CFG-ZEILE)
                "' unvollstaendig, ignoriert."
        SUBTRACT 1 FROM ADRESS-ANZAHL
        EXIT PARAGRAPH
    END-IF
    MOVE AD-FELD-KANAL TO AD-KANAL(ADRESS-ANZAHL)
    MOVE FUNCTION UPPER-CASE(ADRESSEN-CFG-ZEILE(AD-PTR:))
        TO AD-NAME(ADRESS-ANZAHL).


*> ================================================================
*> #7 Vorhandene Ausgaben je Regel ermitteln (mit Pruefsumme)
*> ================================================================
ERMITTLE-AUSGABEN.
    MOVE 0 TO AUFTRAG-ANZAHL
    PERFORM VARYING REGEL-IDX FROM 1 BY 1
            UNTIL REGEL-IDX > REGEL-ANZAHL
        MOVE SPACES TO CMD-LINE
        STRING "cksum " FUNCTION TRIM(VR-MUSTER(REGEL-IDX))
               " > VERTEILUNG-LISTE.TMP 2>/dev/null"
            INTO CMD-LINE
        END-STRING
        CALL "SYSTEM" USING CMD-LINE
        MOVE 0 TO RETURN-CODE
        MOVE "N" TO EOF-FLAG
        OPEN INPUT AUSGABE-LISTE
        IF FS-LISTE = "00"
            PERFORM UNTIL EOF-FLAG = "Y"
                READ AUSGABE-LISTE
                    AT END MOVE "Y" TO EOF-FLAG
                    NOT AT END PERFORM UEBERNIMM-AUSGABE
                END-READ
            END-PERFORM
            CLOSE AUSGABE-LISTE
        END-IF
    END-PERFORM
    MOVE "rm -f VERTEILUNG-LISTE.TMP" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.1 Eine cksum-Zeile "<CRC> <Groesse> <Datei>" als Auftrag
*> ----------------------------------------------------------------
UEBERNIMM-AUSGABE.
    IF AUSGABE-LISTE-ZEILE = SPACES
        EXIT PARAGRAPH
    END-IF
    IF AUFTRAG-ANZAHL >= 2000
        DISPLAY "WARNUNG: mehr als 2000 Ausgaben - Rest im naechsten"
                " Lauf."
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CK-CRC CK-GROESSE CK-NAME
    UNSTRING AUSGABE-LISTE-ZEILE DELIMITED BY ALL SPACE
        INTO CK-CRC CK-GROESSE CK-NAME
    END-UNSTRING
    ADD 1 TO AUFTRAG-ANZAHL
    MOVE REGEL-IDX TO AJ-REGEL(AUFTRAG-ANZAHL)
    MOVE CK-NAME   TO AJ-DATEI(AUFTRAG-ANZAHL)
    MOVE SPACES TO AJ-PRUEFSUMME(AUFTRAG-ANZAHL)
    STRING FUNCTION TRIM(CK-CRC) "/" FUNCTION TRIM(CK-GROESSE)
        DELIMITED BY SIZE
        INTO AJ-PRUEFSUMME(AUFTRAG-ANZAHL)
    END-STRING.


*> ================================================================
*> #8 Erfolgreiche Zustellungen aus VERTEILUNG.LOG laden
*> ================================================================
*> Nur Zeilen zu einer heute vorhandenen Ausgabe mit derselben
*> Pruefsumme zaehlen - alles Aeltere ist durch eine neue Fassung
*> ersetzt oder geloescht.
LADE-ZUSTELLUNGEN.
    MOVE 0 TO OK-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT VERTEILUNG-LOG
    IF FS-LOG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ VERTEILUNG-LOG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF VL-STATUS = "OK"
                    PERFORM UEBERNIMM-ZUSTELLUNG
                END-IF
        END-READ
    END-PERFORM
    CLOSE VERTEILUNG-LOG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Eine OK-Zeile merken, wenn ihre Ausgabe noch ansteht
*> ----------------------------------------------------------------
UEBERNIMM-ZUSTELLUNG.
    PERFORM VARYING AUFTRAG-IDX FROM 1 BY 1
            UNTIL AUFTRAG-IDX > AUFTRAG-ANZAHL
        IF AJ-DATEI(AUFTRAG-IDX) = VL-DATEI
         AND AJ-PRUEFSUMME(AUFTRAG-IDX) = VL-PRUEFSUMME
            IF OK-ANZAHL < 9999
                ADD 1 TO OK-ANZAHL
                MOVE VL-DATEI      TO VK-DATEI
                MOVE VL-PRUEFSUMME TO VK-PRUEFSUMME
                MOVE VL-KANAL      TO VK-KANAL
                MOVE VL-REGEL      TO VK-REGEL
                MOVE VL-TEIL       TO VK-TEIL
                MOVE VK-SCHLUESSEL TO OK-SCHLUESSEL(OK-ANZAHL)
            END-IF
            MOVE AUFTRAG-ANZAHL TO AUFTRAG-IDX
        END-IF
    END-PERFORM.


*> ================================================================
*> #9 Eine Ausgabe nach ihrer Regel verteilen
*> ================================================================
VERTEILE-AUSGABE.
    MOVE AJ-DATEI(AUFTRAG-IDX) TO ZU-DATEI
    IF VR-EMPFAENGER(REGEL-IDX) NOT = "*"
        MOVE 0 TO ZU-TEIL
        MOVE VR-EMPFAENGER(REGEL-IDX) TO ZU-EMPFAENGER
        MOVE VR-EMPFAENGER(REGEL-IDX) TO ZU-ADRESSE
        MOVE SPACES TO ZU-GRUND
        PERFORM STELLE-ZU
        EXIT PARAGRAPH
    END-IF
    IF ZU-DATEI(1:9) = "RECHNUNG-" OR ZU-DATEI(1:8) = "MAHNUNG-"
        PERFORM VERTEILE-KUNDENDOKUMENT
    ELSE
        PERFORM VERTEILE-AUFGETEILT
    END-IF.


*> ----------------------------------------------------------------
*> #9.1 RECHNUNG-<Nr>.TXT / MAHNUNG-<Nr>-S<n>.TXT an den Kunden
*> ----------------------------------------------------------------
VERTEILE-KUNDENDOKUMENT.
    IF RE-GELADEN = "N"
        PERFORM LADE-RECHNUNGSEMPFAENGER
    END-IF
    MOVE 0 TO ZU-TEIL
    MOVE SPACES TO ZU-EMPFAENGER ZU-ADRESSE ZU-GRUND
    MOVE SPACES TO RE-PRAEFIX RE-NUMMER-ROH KUNDEN-NR
    UNSTRING ZU-DATEI DELIMITED BY "-" OR "."
        INTO RE-PRAEFIX RE-NUMMER-ROH
    END-UNSTRING
    IF FUNCTION TRIM(RE-NUMMER-ROH) IS NUMERIC
        MOVE FUNCTION NUMVAL(RE-NUMMER-ROH) TO RE-SUCH-NUMMER
        IF RE-ANZAHL > 0
            SET RE-IDX TO 1
            SEARCH RE-EINTRAG
                AT END CONTINUE
                WHEN RE-NUMMER(RE-IDX) = RE-SUCH-NUMMER
                    MOVE RE-EMPFAENGER(RE-IDX) TO KUNDEN-NR
            END-SEARCH
        END-IF
    END-IF
    IF KUNDEN-NR = SPACES
        MOVE "Rechnung nicht im Register" TO ZU-GRUND
        MOVE "?" TO ZU-EMPFAENGER
    ELSE
        MOVE KUNDEN-NR TO ZU-EMPFAENGER NAME-ROH
        PERFORM SUCHE-ADRESSE
        IF ZU-ADRESSE = SPACES AND VR-KANAL(REGEL-IDX) = "MAIL"
         AND KM-ANZAHL > 0
            SET KM-IDX TO 1
            SEARCH KM-EINTRAG
                AT END CONTINUE
                WHEN KM-NUMMER(KM-IDX) = KUNDEN-NR
                    MOVE KM-EMAIL(KM-IDX) TO ZU-ADRESSE
            END-SEARCH
        END-IF
    END-IF
    PERFORM STELLE-ZU.


*> ----------------------------------------------------------------
*> #9.2 Rechnungsempfaenger und Kundenmailadressen laden
*> ----------------------------------------------------------------
LADE-RECHNUNGSEMPFAENGER.
    MOVE "J" TO RE-GELADEN
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RECHNUNGS-REGISTER
    IF FS-REGISTER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ RECHNUNGS-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF REG-NUMMER IS NUMERIC AND RE-ANZAHL < 20000
                        ADD 1 TO RE-ANZAHL
                        MOVE REG-NUMMER     TO RE-NUMMER(RE-ANZAHL)
                        MOVE REG-EMPFAENGER TO RE-EMPFAENGER(RE-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECHNUNGS-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KUNDEN-STAMM
    IF FS-KUNDEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KUNDEN-STAMM
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF KD-EMAIL NOT = SPACES AND KM-ANZAHL < 2000
                        ADD 1 TO KM-ANZAHL
                        MOVE KD-NUMMER TO KM-NUMMER(KM-ANZAHL)
                        MOVE KD-EMAIL  TO KM-EMAIL(KM-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KUNDEN-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.3 Spool je Empfaenger aufteilen und die Teile zustellen
*> ----------------------------------------------------------------
VERTEILE-AUFGETEILT.
    PERFORM TEILE-AUSGABE-AUF
    IF TEIL-ANZAHL = 0
        MOVE 0 TO ZU-TEIL
        MOVE "?" TO ZU-EMPFAENGER
        MOVE SPACES TO ZU-ADRESSE
        MOVE "keine Empfaengerabschnitte" TO ZU-GRUND
        PERFORM STELLE-ZU
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING TEIL-IDX FROM 1 BY 1 UNTIL TEIL-IDX > TEIL-ANZAHL
        MOVE TEIL-IDX TO ZU-TEIL
        MOVE TL-DATEI(TEIL-IDX) TO ZU-DATEI
        MOVE TL-NAME(TEIL-IDX) TO ZU-EMPFAENGER NAME-ROH
        MOVE SPACES TO ZU-ADRESSE ZU-GRUND
        IF ZU-EMPFAENGER = SPACES
            MOVE "?" TO ZU-EMPFAENGER
            MOVE "Abschnitt ohne Empfaengername" TO ZU-GRUND
        ELSE
            PERFORM SUCHE-ADRESSE
        END-IF
        PERFORM STELLE-ZU
    END-PERFORM.


*> ----------------------------------------------------------------
*> #9.4 Ausgabe in VERTEILUNG-TEILE/<Ausgabe>.<nnn> zerlegen
*> ----------------------------------------------------------------
*> Ein Abschnitt beginnt mit einer "====="-Zeile ausserhalb eines
*> Kopfes; der Kopf endet mit der naechsten "====="-Zeile. Zeilen
*> vor dem ersten Abschnitt gehoeren keinem Empfaenger.
TEILE-AUSGABE-AUF.
    MOVE 0 TO TEIL-ANZAHL
    MOVE "N" TO KOPF-OFFEN TEIL-OFFEN
    MOVE "mkdir -p VERTEILUNG-TEILE" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE
    MOVE AJ-DATEI(AUFTRAG-IDX) TO QUELL-DATEINAME
    MOVE "N" TO EOF-FLAG
    OPEN INPUT QUELL-DATEI
    IF FS-QUELLE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ QUELL-DATEI
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM UEBERNIMM-QUELLZEILE
        END-READ
    END-PERFORM
    CLOSE QUELL-DATEI
    IF TEIL-OFFEN = "J"
        CLOSE TEIL-DATEI
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.5 Eine Zeile der Ausgabe ihrem Abschnitt zuordnen
*> ----------------------------------------------------------------
UEBERNIMM-QUELLZEILE.
    IF QUELL-ZEILE(1:5) = "=====" AND KOPF-OFFEN = "N"
        IF TEIL-OFFEN = "J"
            CLOSE TEIL-DATEI
            MOVE "N" TO TEIL-OFFEN
        END-IF
        IF TEIL-ANZAHL >= 500
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO TEIL-ANZAHL
        MOVE TEIL-ANZAHL TO TEIL-NR-TEXT
        MOVE SPACES TO TEIL-DATEINAME
        STRING "VERTEILUNG-TEILE/" FUNCTION TRIM(QUELL-DATEINAME)
               "." TEIL-NR-TEXT
            DELIMITED BY SIZE
            INTO TEIL-DATEINAME
        END-STRING
        MOVE TEIL-DATEINAME TO TL-DATEI(TEIL-ANZAHL)
        MOVE SPACES TO TL-NAME(TEIL-ANZAHL)
        OPEN OUTPUT TEIL-DATEI
        IF FS-TEIL = "00"
            MOVE "J" TO TEIL-OFFEN
        END-IF
        MOVE "J" TO KOPF-OFFEN
    ELSE
        IF QUELL-ZEILE(1:5) = "=====" AND KOPF-OFFEN = "J"
            MOVE "N" TO KOPF-OFFEN
        ELSE
            IF KOPF-OFFEN = "J"
                PERFORM ERMITTLE-TEIL-NAME
            END-IF
        END-IF
    END-IF
    IF TEIL-OFFEN = "J"
        MOVE QUELL-ZEILE TO TEIL-ZEILE
        WRITE TEIL-ZEILE
    END-IF.


*> ----------------------------------------------------------------
*> #9.6 Empfaengername aus einer Kopfzeile
*> ----------------------------------------------------------------
*> "Fuer: <Name>" gilt immer; sonst der Text hinter dem letzten
*> " - ", solange noch kein Name gefunden ist.
ERMITTLE-TEIL-NAME.
    MOVE 0 TO NAME-POS
    PERFORM VARYING SCAN-POS FROM 1 BY 1 UNTIL SCAN-POS > 194
        IF QUELL-ZEILE(SCAN-POS:6) = "Fuer: "
            COMPUTE NAME-POS = SCAN-POS + 6
            MOVE 195 TO SCAN-POS
        END-IF
    END-PERFORM
    IF NAME-POS > 0
        MOVE FUNCTION TRIM(QUELL-ZEILE(NAME-POS:))
            TO TL-NAME(TEIL-ANZAHL)
        EXIT PARAGRAPH
    END-IF
    IF TL-NAME(TEIL-ANZAHL) NOT = SPACES
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SCAN-POS FROM 1 BY 1 UNTIL SCAN-POS > 197
        IF QUELL-ZEILE(SCAN-POS:3) = " - "
            COMPUTE NAME-POS = SCAN-POS + 3
        END-IF
    END-PERFORM
    IF NAME-POS > 0
        MOVE FUNCTION TRIM(QUELL-ZEILE(NAME-POS:))
            TO TL-NAME(TEIL-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #9.7 Adresse zu NAME-ROH im Kanal der Regel (VERTEILER-ADRESSEN)
*> ----------------------------------------------------------------
SUCHE-ADRESSE.
    MOVE SPACES TO ZU-ADRESSE
    MOVE FUNCTION UPPER-CASE(NAME-ROH) TO NAME-ROH
    IF ADRESS-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET AD-IDX TO 1
    SEARCH ADRESS-EINTRAG
        AT END CONTINUE
        WHEN AD-NAME(AD-IDX) = NAME-ROH
         AND AD-KANAL(AD-IDX) = VR-KANAL(REGEL-IDX)
            MOVE AD-ADRESSE(AD-IDX) TO ZU-ADRESSE
    END-SEARCH.


*> ================================================================
*> #10 Eine Einheit zustellen (oder als offen melden)
*> ================================================================
STELLE-ZU.
    MOVE AJ-DATEI(AUFTRAG-IDX)      TO VK-DATEI
    MOVE AJ-PRUEFSUMME(AUFTRAG-IDX) TO VK-PRUEFSUMME
    MOVE VR-KANAL(REGEL-IDX)        TO VK-KANAL
    MOVE VR-EMPFAENGER(REGEL-IDX)   TO VK-REGEL
    MOVE ZU-TEIL                    TO VK-TEIL
    MOVE "N" TO OK-GEFUNDEN
    IF OK-ANZAHL > 0
        SET OK-IDX TO 1
        SEARCH OK-EINTRAG
            AT END CONTINUE
            WHEN OK-SCHLUESSEL(OK-IDX) = VK-SCHLUESSEL
                MOVE "J" TO OK-GEFUNDEN
        END-SEARCH
    END-IF
    IF OK-GEFUNDEN = "J"
        ADD 1 TO CNT-BEREITS
        EXIT PARAGRAPH
    END-IF

    IF VERTEIL-MODUS = "PRUEFEN"
        IF ZU-GRUND = SPACES
            MOVE "noch nicht verteilt" TO ZU-GRUND
        END-IF
        PERFORM MERKE-OFFEN
        EXIT PARAGRAPH
    END-IF

    IF ZU-GRUND = SPACES AND ZU-ADRESSE = SPACES
        MOVE "keine Adresse (VERTEILER-ADRESSEN.CFG)" TO ZU-GRUND
    END-IF
    IF ZU-GRUND NOT = SPACES
        MOVE "FEHLER" TO ZU-STATUS
    ELSE
        EVALUATE VR-KANAL(REGEL-IDX)
            WHEN "DRUCK"  PERFORM STELLE-ZU-DRUCK
            WHEN "MAIL"   PERFORM STELLE-ZU-MAIL
            WHEN "ABLAGE" PERFORM STELLE-ZU-ABLAGE
        END-EVALUATE
    END-IF
    PERFORM SCHREIBE-ZUSTELL-LOG

    IF ZU-STATUS = "OK"
        ADD 1 TO CNT-ZUGESTELLT
        STRING "  OK     " AJ-DATEI(AUFTRAG-IDX) " "
               VR-KANAL(REGEL-IDX) " " FUNCTION TRIM(ZU-EMPFAENGER)
               " (" FUNCTION TRIM(ZU-ADRESSE) ")"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    ELSE
        ADD 1 TO CNT-FEHLER
        STRING "  FEHLER " AJ-DATEI(AUFTRAG-IDX) " "
               VR-KANAL(REGEL-IDX) " " FUNCTION TRIM(ZU-EMPFAENGER)
               ": " FUNCTION TRIM(ZU-GRUND)
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        PERFORM MERKE-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.1 Kanal DRUCK: an die Druckerwarteschlange
*> ----------------------------------------------------------------
STELLE-ZU-DRUCK.
    MOVE SPACES TO CMD-LINE
    STRING "lp -d " FUNCTION TRIM(ZU-ADRESSE)
           " -n " VR-KOPIEN(REGEL-IDX) " "
           FUNCTION TRIM(ZU-DATEI) " > /dev/null 2>&1"
        INTO CMD-LINE
    END-STRING
    PERFORM FUEHRE-KOMMANDO-AUS
    IF CMD-RC NOT = 0
        MOVE "Druckauftrag abgelehnt (lp)" TO ZU-GRUND
    END-IF.


*> ----------------------------------------------------------------
*> #10.2 Kanal MAIL: Anhang nach MAIL-AUSGANG/, Spoolzeile
*> ----------------------------------------------------------------
STELLE-ZU-MAIL.
    ADD 1 TO MAIL-LFD
    PERFORM ERMITTLE-BASIS-NAME
    MOVE SPACES TO MAIL-ANHANG
    STRING "MAIL-AUSGANG/" JETZT-ZEIT "-" MAIL-LFD "-"
           FUNCTION TRIM(BASIS-NAME)
        DELIMITED BY SIZE
        INTO MAIL-ANHANG
    END-STRING
    MOVE SPACES TO CMD-LINE
    STRING "mkdir -p MAIL-AUSGANG && cp " FUNCTION TRIM(ZU-DATEI)
           " " FUNCTION TRIM(MAIL-ANHANG)
        INTO CMD-LINE
    END-STRING
    PERFORM FUEHRE-KOMMANDO-AUS
    IF CMD-RC NOT = 0
        MOVE "Anhang nicht kopierbar" TO ZU-GRUND
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND MAIL-SPOOL
    IF FS-MAIL NOT = "00"
        CLOSE MAIL-SPOOL
        OPEN OUTPUT MAIL-SPOOL
    END-IF
    IF FS-MAIL NOT = "00"
        MOVE "MAIL-AUSGANG.SPOOL nicht beschreibbar" TO ZU-GRUND
        MOVE "FEHLER" TO ZU-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MAIL-SPOOL-RECORD
    MOVE JETZT-ZEIT  TO MS-ZEIT
    MOVE ZU-ADRESSE  TO MS-ADRESSE
    MOVE MAIL-ANHANG TO MS-ANHANG
    WRITE MAIL-SPOOL-RECORD
    CLOSE MAIL-SPOOL.


*> ----------------------------------------------------------------
*> #10.3 Kanal ABLAGE: Kopie in das Verzeichnis
*> ----------------------------------------------------------------
STELLE-ZU-ABLAGE.
    MOVE SPACES TO CMD-LINE
    STRING "mkdir -p " FUNCTION TRIM(ZU-ADRESSE)
           " && cp " FUNCTION TRIM(ZU-DATEI) " "
           FUNCTION TRIM(ZU-ADRESSE) "/"
        INTO CMD-LINE
    END-STRING
    PERFORM FUEHRE-KOMMANDO-AUS
    IF CMD-RC NOT = 0
        MOVE "Ablage nicht beschreibbar" TO ZU-GRUND
    END-IF.


*> ----------------------------------------------------------------
*> #10.4 Kommando ausfuehren, ZU-STATUS aus dem Return-Code
*> ----------------------------------------------------------------
FUEHRE-KOMMANDO-AUS.
    CALL "SYSTEM" USING CMD-LINE
    MOVE RETURN-CODE TO CMD-RC
    MOVE 0 TO RETURN-CODE
    IF CMD-RC = 0
        MOVE "OK" TO ZU-STATUS
    ELSE
        MOVE "FEHLER" TO ZU-STATUS
    END-IF.


*> ----------------------------------------------------------------
*> #10.5 Dateiname ohne Verzeichnis (ZU-DATEI -> BASIS-NAME)
*> ----------------------------------------------------------------
ERMITTLE-BASIS-NAME.
    MOVE 0 TO BASIS-PTR
    PERFORM VARYING SCAN-POS FROM 1 BY 1 UNTIL SCAN-POS > 80
        IF ZU-DATEI(SCAN-POS:1) = "/"
            MOVE SCAN-POS TO BASIS-PTR
        END-IF
    END-PERFORM
    ADD 1 TO BASIS-PTR
    MOVE ZU-DATEI(BASIS-PTR:) TO BASIS-NAME.


*> ----------------------------------------------------------------
*> #10.6 Zustellversuch in VERTEILUNG.LOG
*> ----------------------------------------------------------------
SCHREIBE-ZUSTELL-LOG.
    OPEN EXTEND VERTEILUNG-LOG
    IF FS-LOG NOT = "00"
        CLOSE VERTEILUNG-LOG
        OPEN OUTPUT VERTEILUNG-LOG
    END-IF
    IF FS-LOG NOT = "00"
        DISPLAY "WARNUNG: VERTEILUNG.LOG nicht beschreibbar, Status="
                FS-LOG
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO VERTEILUNG-LOG-RECORD
    MOVE JETZT-ZEIT                 TO VL-ZEIT
    MOVE AJ-DATEI(AUFTRAG-IDX)      TO VL-DATEI
    MOVE AJ-PRUEFSUMME(AUFTRAG-IDX) TO VL-PRUEFSUMME
    MOVE VR-KANAL(REGEL-IDX)        TO VL-KANAL
    MOVE VR-EMPFAENGER(REGEL-IDX)   TO VL-REGEL
    MOVE ZU-TEIL                    TO VL-TEIL
    MOVE ZU-EMPFAENGER              TO VL-EMPFAENGER
    MOVE ZU-ADRESSE                 TO VL-ADRESSE
    MOVE VR-KOPIEN(REGEL-IDX)       TO VL-KOPIEN
    MOVE ZU-STATUS                  TO VL-STATUS
    MOVE ZU-GRUND                   TO VL-GRUND
    WRITE VERTEILUNG-LOG-RECORD
    CLOSE VERTEILUNG-LOG.


*> ----------------------------------------------------------------
*> #10.7 Offene Zustellung nach VERTEILUNG-OFFEN.DAT
*> ----------------------------------------------------------------
MERKE-OFFEN.
    ADD 1 TO CNT-OFFEN
    MOVE SPACES TO VERTEILUNG-OFFEN-RECORD
    MOVE AJ-DATEI(AUFTRAG-IDX) TO VO-DATEI
    MOVE VR-KANAL(REGEL-IDX)   TO VO-KANAL
    MOVE ZU-EMPFAENGER         TO VO-EMPFAENGER
    MOVE ZU-GRUND              TO VO-GRUND
    WRITE VERTEILUNG-OFFEN-RECORD.


*> ================================================================
*> #11 Hilfsroutinen
*> ================================================================
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


*> Meldungszeile auf Konsole und in VERTEILUNG.RPT
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    IF VERTEIL-MODUS = "VERTEILEN"
        MOVE MELDUNG TO REPORT-ZEILE
        WRITE REPORT-ZEILE
    END-IF
    MOVE SPACES TO MELDUNG.
