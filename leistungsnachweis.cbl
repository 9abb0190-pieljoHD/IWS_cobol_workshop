*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. LEISTUNGSNACHWEIS.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Leistungsnachweise fuer Kunden: mehrere Auftraggeber bezahlen
*> eine Rechnung nur mit einem unterschriebenen Nachweis aller
*> Buchungen (Datum, Mitarbeiter, Stunden, Projekt) - bisher von
*> Hand aus BUCHUNGS-HISTORIE.DAT zusammengestellt. Dieses Programm
*> erzeugt je Kundenprojekt (4. Feld in PROJEKT-MASTER.CFG, Kunde
*> aktiv im Kundenstamm) und Monat einen nummerierten Nachweis
*> LEISTUNGSNACHWEIS-<Nr>.TXT aus den akzeptierten Arbeitsbuchungen
*> des Historienlagers (auch Stunden von Subunternehmern, "SUB");
*> stornierte Buchungen ("STO" mit Nummer und Datum des Originals)
*> entfallen. Jeder Nachweis steht mit Status in
*> LEISTUNGSNACHWEIS.DAT:
*>   OFFEN      erzeugt, noch nicht beim Kunden - ein erneuter
*>              Lauf fuer den Monat baut ihn mit nachgekommenen
*>              Buchungen neu auf
*>   VERSANDT   beim Kunden zur Unterschrift
*>   GENEHMIGT  vom Kunden unterschrieben
*>   STRITTIG   vom Kunden beanstandet
*> Buchungen, die nach dem Versand noch fuer den Monat eintreffen,
*> kommen in einen weiteren Nachweis (Nachtrag). Verlangt der Kunde
*> einen Nachweis (KD-NACHWEIS in KUNDREC), fakturiert der
*> RECHNUNGS-GENERATOR nur Positionen aus genehmigten Nachweisen
*> bzw. die unbeanstandeten Zeilen eines strittigen. Beanstandete
*> Zeilen gehen in den Korrekturweg: ein "STO"-Satz auf die
*> Originalbuchung nach ERFASSTE-BUCHUNGEN.DAT und der Originalsatz
*> (Namen im Klartext, Nummer leer fuer die NRVERGABE) nach
*> REJECTED-BUCHUNGEN.DAT, wo er in BUCHUNGEN-KORREKTUR berichtigt
*> und ueber die Vier-Augen-Freigabe neu eingebracht wird - wie das
*> Paar aus ZEIT-AENDERUNG-IMPORT.
*>
*> Aufruf: leistungsnachweis [JJJJMM]
*>             (Default Vormonat; Uebersicht
*>             LEISTUNGSNACHWEIS-<JJJJMM>.RPT)
*>         leistungsnachweis STATUS <Nr> VERSANDT
*>         leistungsnachweis STATUS <Nr> GENEHMIGT
*>         leistungsnachweis STATUS <Nr> STRITTIG [Zeile ...]
*>             (ohne Zeilen ist der ganze Nachweis beanstandet)


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUCHUNGS-HISTORIE
        ASSIGN TO "BUCHUNGS-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    *> Kundenstamm (Anschrift fuer den Kopf des Nachweises).
    SELECT KUNDEN-STAMM
        ASSIGN TO "KUNDEN-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUNDEN.

    *> Projektstamm: "<Code> <Abteilung> [<Qual>|-] [<Kunde>|-]
    *> [Bezeichnung]" - hier zaehlt nur das 4. Feld, der Kunde.
    SELECT PROJEKT-MASTER
        ASSIGN TO "PROJEKT-MASTER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROJEKT.

    *> Nachweise mit Status (Kopfsatz "K") und ihre Zeilen ("P").
    SELECT NACHWEIS-DATEI
        ASSIGN TO "LEISTUNGSNACHWEIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-NACHWEIS.

    *> Nachweisdokument, Dateiname je Nachweis neu gesetzt.
    SELECT NACHWEIS-DOKUMENT
        ASSIGN TO DOKUMENT-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-DOKUMENT.

    SELECT NACHWEIS-UEBERSICHT
        ASSIGN TO LISTE-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT.

    *> Korrekturweg fuer beanstandete Zeilen.
    SELECT ERFASSTE-BUCHUNGEN
        ASSIGN TO "ERFASSTE-BUCHUNGEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ERFASST.

    SELECT REJECTED-BUCHUNGEN
        ASSIGN TO "REJECTED-BUCHUNGEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REJECTED.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD BUCHUNGS-HISTORIE.
01 HISTORIE-RECORD.
    05 HIS-LAUFDATUM   PIC 9(08).
    05 HIS-BUCHUNGS-NR PIC X(03).
    05 HIS-SATZ.
        10 HIS-VORNAME      PIC X(10).
        10 HIS-NACHNAME     PIC X(10).
        10 HIS-STUNDEN      PIC X(03).
        10 HIS-SATZ-NR      PIC X(03).
        10 HIS-DATUM        PIC X(08).
        10 HIS-GEHALT       PIC X(08).
        10 HIS-GEBURTSDATUM PIC X(08).
        10 HIS-KENNUNG      PIC X(03).
        10 HIS-ABW-ART      PIC X(01).
        10 HIS-PROJEKT      PIC X(08).
        10 FILLER           PIC X(18).

FD KUNDEN-STAMM.
COPY KUNDREC.

FD PROJEKT-MASTER.
01 PROJEKT-MASTER-ZEILE PIC X(60).

*> Kopf: Nummer, Projekt, Monat, Kunde, Status mit Datum,
*> Summe und Zeilenzahl, Erstelldatum. Zeile: Nummer und
*> Zeilennummer des Nachweises, dahinter der Schluessel der
*> Buchung wie im ABRECHNUNGS-LEDGER (Laufdatum, Buchungsnummer,
*> Datum, maskierter Name), Stunden und Zeilenstatus (leer oder
*> KORREKTUR = beanstandet und in den Korrekturweg gegeben).
FD NACHWEIS-DATEI.
01 NACHWEIS-KOPF.
    05 LNK-SATZART     PIC X(01).
        88 LN-IST-KOPF  VALUE "K".
        88 LN-IST-ZEILE VALUE "P".
    05 FILLER          PIC X(01).
    05 LNK-NR          PIC 9(06).
    05 FILLER          PIC X(01).
    05 LNK-PROJEKT     PIC X(08).
    05 FILLER          PIC X(01).
    05 LNK-MONAT       PIC 9(06).
    05 FILLER          PIC X(01).
    05 LNK-KUNDE       PIC X(10).
    05 FILLER          PIC X(01).
    05 LNK-STATUS      PIC X(10).
    05 FILLER          PIC X(01).
    05 LNK-STATUS-AM   PIC 9(08).
    05 FILLER          PIC X(01).
    05 LNK-STUNDEN     PIC 9(05).
    05 FILLER          PIC X(01).
    05 LNK-ZEILEN      PIC 9(03).
    05 FILLER          PIC X(01).
    05 LNK-ERSTELLT    PIC 9(08).
    05 FILLER          PIC X(06).
01 NACHWEIS-ZEILE REDEFINES NACHWEIS-KOPF.
    05 LNP-SATZART     PIC X(01).
    05 FILLER          PIC X(01).
    05 LNP-NR          PIC 9(06).
    05 FILLER          PIC X(01).
    05 LNP-ZEILE       PIC 9(03).
    05 FILLER          PIC X(01).
    05 LNP-LAUFDATUM   PIC 9(08).
    05 FILLER          PIC X(01).
    05 LNP-BUCHUNGS-NR PIC X(03).
    05 FILLER          PIC X(01).
    05 LNP-DATUM       PIC 9(08).
    05 FILLER          PIC X(01).
    05 LNP-VORNAME-M   PIC X(10).
    05 FILLER          PIC X(01).
    05 LNP-NACHNAME-M  PIC X(10).
    05 FILLER          PIC X(01).
    05 LNP-STUNDEN     PIC 9(03).
    05 FILLER          PIC X(01).
    05 LNP-STATUS      PIC X(10).
    05 FILLER          PIC X(09).

FD NACHWEIS-DOKUMENT.
01 DOKUMENT-ZEILE PIC X(80).

FD NACHWEIS-UEBERSICHT.
01 REPORT-ZEILE PIC X(100).

FD ERFASSTE-BUCHUNGEN.
COPY BUCHREC.

FD REJECTED-BUCHUNGEN.
01 REJECTED-ZEILE PIC X(80).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-KUNDEN   PIC XX VALUE SPACES.
77 FS-PROJEKT  PIC XX VALUE SPACES.
77 FS-NACHWEIS PIC XX VALUE SPACES.
77 FS-DOKUMENT PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 FS-ERFASST  PIC XX VALUE SPACES.
77 FS-REJECTED PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 HEUTE          PIC 9(8).
01 BERICHTS-MONAT PIC 9(6).
01 MONAT-JAHR     PIC 9(4).
01 MONAT-MONAT    PIC 9(2).
01 DOKUMENT-DATEINAME PIC X(60).
01 LISTE-DATEINAME    PIC X(60).

*> ROT13-Tabelle - selbstinvers, dieselbe Tabelle wie in
*> dbExample.cbl.
01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".
01 KLAR-VORNAME  PIC X(10).
01 KLAR-NACHNAME PIC X(10).

*> Kundenstamm im Speicher (nur aktive Kunden).
01 KUNDEN-ANZAHL PIC 9(4) VALUE 0.
01 KUNDEN-TABELLE.
    05 KUNDEN-EINTRAG OCCURS 1 TO 1000 TIMES
                       DEPENDING ON KUNDEN-ANZAHL
                       INDEXED BY KD-IDX.
        10 KDT-NUMMER  PIC X(10).
        10 KDT-NAME    PIC X(40).
        10 KDT-NAME2   PIC X(40).
        10 KDT-STRASSE PIC X(30).
        10 KDT-PLZ     PIC X(10).
        10 KDT-ORT     PIC X(30).
        10 KDT-NACHWEIS PIC X(01).
01 KUNDEN-POSITION PIC 9(4).
01 KUNDEN-SUCH     PIC X(10).

*> Projekt -> Kunde aus PROJEKT-MASTER.CFG.
01 PROJKD-ANZAHL PIC 9(3) VALUE 0.
01 PROJKD-TABELLE.
    05 PROJKD-EINTRAG OCCURS 1 TO 500 TIMES
                       DEPENDING ON PROJKD-ANZAHL
                       INDEXED BY PK-IDX.
        10 PKT-PROJEKT PIC X(08).
        10 PKT-KUNDE   PIC X(10).
01 PK-CODE-RAW  PIC X(10).
01 PK-ABT-RAW   PIC X(10).
01 PK-QUAL-RAW  PIC X(10).
01 PK-KUNDE-RAW PIC X(10).
01 PROJKD-LAUF  PIC 9(3).
01 PROJKD-POSITION PIC 9(3).

*> Nachweise (Koepfe und Zeilen) im Speicher.
01 NWK-ANZAHL PIC 9(4) VALUE 0.
01 NWK-TABELLE.
    05 NWK-EINTRAG OCCURS 1 TO 2000 TIMES
                    DEPENDING ON NWK-ANZAHL
                    INDEXED BY NK-IDX.
        10 NWK-NR        PIC 9(06).
        10 NWK-PROJEKT   PIC X(08).
        10 NWK-MONAT     PIC 9(06).
        10 NWK-KUNDE     PIC X(10).
        10 NWK-STATUS    PIC X(10).
        10 NWK-STATUS-AM PIC 9(08).
        10 NWK-STUNDEN   PIC 9(05).
        10 NWK-ZEILEN    PIC 9(03).
        10 NWK-ERSTELLT  PIC 9(08).
        10 NWK-GELOESCHT PIC X(01).
01 NWP-ANZAHL PIC 9(5) VALUE 0.
01 NWP-TABELLE.
    05 NWP-EINTRAG OCCURS 1 TO 20000 TIMES
                    DEPENDING ON NWP-ANZAHL.
        10 NWP-NR          PIC 9(06).
        10 NWP-ZEILE       PIC 9(03).
        10 NWP-LAUFDATUM   PIC 9(08).
        10 NWP-BUCHUNGS-NR PIC X(03).
        10 NWP-DATUM       PIC 9(08).
        10 NWP-VORNAME-M   PIC X(10).
        10 NWP-NACHNAME-M  PIC X(10).
        10 NWP-STUNDEN     PIC 9(03).
        10 NWP-STATUS      PIC X(10).
        10 NWP-GELOESCHT   PIC X(01).
01 NWK-LAUF     PIC 9(4).
01 NWK-POSITION PIC 9(4).
01 NWP-LAUF     PIC 9(5).
01 NWP-POSITION PIC 9(5).
01 LETZTE-NR    PIC 9(6) VALUE 0.
01 NACHWEIS-GEAENDERT PIC X VALUE "N".
01 NACHWEIS-UEBERLAUF PIC X VALUE "N".

*> Arbeitsbuchungen des Monats auf Kundenprojekte, nach Datum
*> und Name einsortiert.
01 KAND-ANZAHL PIC 9(4) VALUE 0.
01 KAND-TABELLE.
    05 KAND-EINTRAG OCCURS 1 TO 5000 TIMES
                     DEPENDING ON KAND-ANZAHL.
        10 KA-LAUFDATUM   PIC 9(08).
        10 KA-BUCHUNGS-NR PIC X(03).
        10 KA-DATUM       PIC 9(08).
        10 KA-VORNAME-M   PIC X(10).
        10 KA-NACHNAME-M  PIC X(10).
        10 KA-STUNDEN     PIC 9(03).
        10 KA-PROJEKT     PIC X(08).
        10 KA-STAND       PIC X(01).
        10 KA-SORTNAME    PIC X(10).
01 KAND-NEU.
    05 KN-LAUFDATUM   PIC 9(08).
    05 KN-BUCHUNGS-NR PIC X(03).
    05 KN-DATUM       PIC 9(08).
    05 KN-VORNAME-M   PIC X(10).
    05 KN-NACHNAME-M  PIC X(10).
    05 KN-STUNDEN     PIC 9(03).
    05 KN-PROJEKT     PIC X(08).
    05 KN-STAND       PIC X(01).
    05 KN-SORTNAME    PIC X(10).
01 KAND-LAUF     PIC 9(4).
01 KAND-ZIEL     PIC 9(4).
01 KAND-UEBERLAUF PIC X VALUE "N".

*> Stornos mit Nummer und Datum des Originals.
01 STO-ANZAHL PIC 9(4) VALUE 0.
01 STO-TABELLE.
    05 STO-EINTRAG OCCURS 1 TO 2000 TIMES
                    DEPENDING ON STO-ANZAHL.
        10 SO-VORNAME-M  PIC X(10).
        10 SO-NACHNAME-M PIC X(10).
        10 SO-NR         PIC X(03).
        10 SO-DATUM      PIC X(08).
01 STO-LAUF PIC 9(4).

01 ZEILEN-NR       PIC 9(3).
01 NACHWEIS-STUNDEN PIC 9(5).
01 OFFEN-NR        PIC 9(6).
01 NEUE-ZEILEN     PIC 9(4).

*> Statuswechsel.
01 STATUS-NR-RAW   PIC X(10).
01 STATUS-NR       PIC 9(6).
01 STATUS-NEU      PIC X(10).
01 STATUS-ZEILE-RAW PIC X(10).
01 STATUS-ZEILE    PIC 9(3).
01 STATUS-FEHLER   PIC X VALUE "N".
01 GEFUNDEN        PIC X.

01 FMT-DATUM   PIC 9(8).
01 PRINT-DATUM PIC X(10).
01 PRINT-NAME  PIC X(21).
01 PRINT-MONAT PIC X(7).

01 CNT-ERSTELLT   PIC 9(4) VALUE 0.
01 CNT-NEU-AUFGEBAUT PIC 9(4) VALUE 0.
01 CNT-STORNIERT  PIC 9(4) VALUE 0.
01 CNT-KORREKTUR  PIC 9(3) VALUE 0.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE.
    PERFORM LADE-KUNDEN-STAMM.
    PERFORM LADE-PROJEKT-KUNDEN.
    PERFORM LADE-NACHWEISE.

    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    MOVE SPACES TO WS-ARGUMENT-WERT.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
    END-IF.

    IF FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) = "STATUS"
        PERFORM SETZE-STATUS
    ELSE
        PERFORM ERSTELLE-NACHWEISE
    END-IF.

    IF NACHWEIS-GEAENDERT = "J"
        PERFORM SICHERE-NACHWEISE
    END-IF.
    GOBACK.


*> ================================================================
*> #5 Nachweise eines Monats erzeugen
*> ================================================================
ERSTELLE-NACHWEISE.
    IF WS-ARGUMENT-WERT = SPACES
        MOVE HEUTE(1:4) TO MONAT-JAHR
        MOVE HEUTE(5:2) TO MONAT-MONAT
        IF MONAT-MONAT = 1
            MOVE 12 TO MONAT-MONAT
            SUBTRACT 1 FROM MONAT-JAHR
        ELSE
            SUBTRACT 1 FROM MONAT-MONAT
        END-IF
        COMPUTE BERICHTS-MONAT = MONAT-JAHR * 100 + MONAT-MONAT
    ELSE
        IF WS-ARGUMENT-WERT(1:6) IS NOT NUMERIC
         OR WS-ARGUMENT-WERT(7:1) NOT = SPACE
         OR WS-ARGUMENT-WERT(5:2) < "01"
         OR WS-ARGUMENT-WERT(5:2) > "12"
            DISPLAY "Aufruf: leistungsnachweis [JJJJMM]"
                    " | STATUS <Nr> <Status> [Zeile ...]"
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-ARGUMENT-WERT(1:6) TO BERICHTS-MONAT
    END-IF
    MOVE SPACES TO PRINT-MONAT
    STRING BERICHTS-MONAT(5:2) "/" BERICHTS-MONAT(1:4)
        DELIMITED BY SIZE INTO PRINT-MONAT
    END-STRING

    IF NACHWEIS-UEBERLAUF = "J"
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF PROJKD-ANZAHL = 0
        DISPLAY "Keine Kundenprojekte in PROJEKT-MASTER.CFG -"
                " keine Leistungsnachweise."
        EXIT PARAGRAPH
    END-IF

    PERFORM LADE-MONATSBUCHUNGEN
    IF FS-HISTORIE NOT = "00"
        DISPLAY "BUCHUNGS-HISTORIE.DAT nicht vorhanden - erst"
                " HISTORIE-LADER laufen lassen."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VERRECHNE-STORNOS
    PERFORM MARKIERE-ERFASSTE

    PERFORM VARYING PROJKD-LAUF FROM 1 BY 1
            UNTIL PROJKD-LAUF > PROJKD-ANZAHL
        PERFORM BAUE-NACHWEIS
    END-PERFORM

    PERFORM DRUCKE-UEBERSICHT.


*> ----------------------------------------------------------------
*> #5.1 Arbeitsbuchungen und Stornos des Monats aus der Historie
*> ----------------------------------------------------------------
LADE-MONATSBUCHUNGEN.
    MOVE 0 TO KAND-ANZAHL STO-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BUCHUNGS-HISTORIE
    IF FS-HISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUCHUNGS-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF HIS-DATUM(1:6) = BERICHTS-MONAT
                    EVALUATE HIS-KENNUNG
                        WHEN SPACES
                        WHEN "SUB"
                            PERFORM MERKE-KANDIDAT
                        WHEN "STO"
                            IF STO-ANZAHL < 2000
                                ADD 1 TO STO-ANZAHL
                                MOVE HIS-VORNAME
                                    TO SO-VORNAME-M(STO-ANZAHL)
                                MOVE HIS-NACHNAME
                                    TO SO-NACHNAME-M(STO-ANZAHL)
                                MOVE HIS-SATZ-NR TO SO-NR(STO-ANZAHL)
                                MOVE HIS-DATUM   TO SO-DATUM(STO-ANZAHL)
                            END-IF
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE
    MOVE "00" TO FS-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #5.2 Buchung auf ein Kundenprojekt sortiert einfuegen
*> ----------------------------------------------------------------
MERKE-KANDIDAT.
    IF HIS-PROJEKT = SPACES OR HIS-DATUM IS NOT NUMERIC
     OR HIS-STUNDEN IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE HIS-PROJEKT TO PK-CODE-RAW
    PERFORM SUCHE-PROJEKT
    IF PROJKD-POSITION = 0
        EXIT PARAGRAPH
    END-IF
    IF KAND-ANZAHL >= 5000
        IF KAND-UEBERLAUF NOT = "J"
            MOVE "J" TO KAND-UEBERLAUF
            DISPLAY "WARNUNG: mehr als 5000 Buchungen im Monat -"
                    " Rest nicht im Nachweis."
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE HIS-LAUFDATUM   TO KN-LAUFDATUM
    MOVE HIS-BUCHUNGS-NR TO KN-BUCHUNGS-NR
    MOVE HIS-DATUM       TO KN-DATUM
    MOVE HIS-VORNAME     TO KN-VORNAME-M
    MOVE HIS-NACHNAME    TO KN-NACHNAME-M
    MOVE HIS-STUNDEN     TO KN-STUNDEN
    MOVE HIS-PROJEKT     TO KN-PROJEKT
    MOVE "N"             TO KN-STAND
    MOVE HIS-NACHNAME    TO KN-SORTNAME
    INSPECT KN-SORTNAME CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    *> Das Lager ist nach Laufdatum geordnet - meist gehoert der
    *> Satz ans Ende, sonst von hinten an seinen Platz schieben.
    ADD 1 TO KAND-ANZAHL
    MOVE KAND-ANZAHL TO KAND-ZIEL
    PERFORM UNTIL KAND-ZIEL = 1
        IF KA-DATUM(KAND-ZIEL - 1) > KN-DATUM
         OR (KA-DATUM(KAND-ZIEL - 1) = KN-DATUM
             AND KA-SORTNAME(KAND-ZIEL - 1) > KN-SORTNAME)
            MOVE KAND-EINTRAG(KAND-ZIEL - 1) TO KAND-EINTRAG(KAND-ZIEL)
            SUBTRACT 1 FROM KAND-ZIEL
        ELSE
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE KAND-NEU TO KAND-EINTRAG(KAND-ZIEL).


*> ----------------------------------------------------------------
*> #5.3 Stornierte Buchungen aus dem Nachweis nehmen
*> ----------------------------------------------------------------
*> Mirrors VERRECHNE-STORNOS in krankenstand_statistik.cbl - ein
*> Storno auf eine Arbeitsbuchung nimmt sie ganz zurueck (die
*> Ersatzbuchung kommt als eigener Satz).
VERRECHNE-STORNOS.
    PERFORM VARYING STO-LAUF FROM 1 BY 1 UNTIL STO-LAUF > STO-ANZAHL
        PERFORM VARYING KAND-LAUF FROM 1 BY 1
                UNTIL KAND-LAUF > KAND-ANZAHL
            IF KA-VORNAME-M(KAND-LAUF)  = SO-VORNAME-M(STO-LAUF)
             AND KA-NACHNAME-M(KAND-LAUF) = SO-NACHNAME-M(STO-LAUF)
             AND KA-BUCHUNGS-NR(KAND-LAUF) = SO-NR(STO-LAUF)
             AND KA-DATUM(KAND-LAUF) = SO-DATUM(STO-LAUF)
             AND KA-STAND(KAND-LAUF) = "N"
                MOVE "S" TO KA-STAND(KAND-LAUF)
                ADD 1 TO CNT-STORNIERT
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.4 Buchungen auf bereits versandten Nachweisen markieren
*> ----------------------------------------------------------------
*> Wer schon auf einem Nachweis steht, der nicht mehr OFFEN ist,
*> kommt in keinen weiteren; Zeilen OFFENER Nachweise werden neu
*> aufgebaut.
MARKIERE-ERFASSTE.
    PERFORM VARYING NWP-LAUF FROM 1 BY 1 UNTIL NWP-LAUF > NWP-ANZAHL
        IF NWP-GELOESCHT(NWP-LAUF) NOT = "J"
         AND NWP-DATUM(NWP-LAUF)(1:6) = BERICHTS-MONAT
            MOVE NWP-NR(NWP-LAUF) TO STATUS-NR
            PERFORM SUCHE-NACHWEIS
            IF NWK-POSITION > 0
                IF NWK-STATUS(NWK-POSITION) NOT = "OFFEN"
                    PERFORM MARKIERE-KANDIDAT-ERFASST
                END-IF
            END-IF
        END-IF
    END-PERFORM.

MARKIERE-KANDIDAT-ERFASST.
    PERFORM VARYING KAND-LAUF FROM 1 BY 1
            UNTIL KAND-LAUF > KAND-ANZAHL
        IF KA-LAUFDATUM(KAND-LAUF)   = NWP-LAUFDATUM(NWP-LAUF)
         AND KA-BUCHUNGS-NR(KAND-LAUF) = NWP-BUCHUNGS-NR(NWP-LAUF)
         AND KA-DATUM(KAND-LAUF)     = NWP-DATUM(NWP-LAUF)
         AND KA-VORNAME-M(KAND-LAUF) = NWP-VORNAME-M(NWP-LAUF)
         AND KA-NACHNAME-M(KAND-LAUF) = NWP-NACHNAME-M(NWP-LAUF)
            MOVE "E" TO KA-STAND(KAND-LAUF)
            EXIT PERFORM
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.5 Nachweis eines Kundenprojekts (neu) aufbauen
*> ----------------------------------------------------------------
BAUE-NACHWEIS.
    MOVE 0 TO NEUE-ZEILEN
    PERFORM VARYING KAND-LAUF FROM 1 BY 1
            UNTIL KAND-LAUF > KAND-ANZAHL
        IF KA-PROJEKT(KAND-LAUF) = PKT-PROJEKT(PROJKD-LAUF)
         AND KA-STAND(KAND-LAUF) = "N"
            ADD 1 TO NEUE-ZEILEN
        END-IF
    END-PERFORM

    *> Offener Nachweis des Projekts fuer den Monat?
    MOVE 0 TO OFFEN-NR
    PERFORM VARYING NWK-LAUF FROM 1 BY 1 UNTIL NWK-LAUF > NWK-ANZAHL
        IF NWK-PROJEKT(NWK-LAUF) = PKT-PROJEKT(PROJKD-LAUF)
         AND NWK-MONAT(NWK-LAUF) = BERICHTS-MONAT
         AND NWK-STATUS(NWK-LAUF) = "OFFEN"
         AND NWK-GELOESCHT(NWK-LAUF) NOT = "J"
            MOVE NWK-LAUF TO NWK-POSITION
            MOVE NWK-NR(NWK-LAUF) TO OFFEN-NR
        END-IF
    END-PERFORM

    IF OFFEN-NR = 0 AND NEUE-ZEILEN = 0
        EXIT PARAGRAPH
    END-IF
    IF NWP-ANZAHL + NEUE-ZEILEN > 20000
        DISPLAY "FEHLER: Zeilentabelle voll (20000) - Nachweis fuer "
                FUNCTION TRIM(PKT-PROJEKT(PROJKD-LAUF))
                " nicht erzeugt."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    IF OFFEN-NR > 0
        *> Alten Stand verwerfen; ohne Buchungen entfaellt er ganz.
        PERFORM VARYING NWP-LAUF FROM 1 BY 1
                UNTIL NWP-LAUF > NWP-ANZAHL
            IF NWP-NR(NWP-LAUF) = OFFEN-NR
                MOVE "J" TO NWP-GELOESCHT(NWP-LAUF)
            END-IF
        END-PERFORM
        MOVE "J" TO NACHWEIS-GEAENDERT
        IF NEUE-ZEILEN = 0
            MOVE "J" TO NWK-GELOESCHT(NWK-POSITION)
            DISPLAY "Nachweis " OFFEN-NR " ("
                    FUNCTION TRIM(PKT-PROJEKT(PROJKD-LAUF))
                    ") entfaellt - keine Buchungen mehr."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO CNT-NEU-AUFGEBAUT
    ELSE
        IF NWK-ANZAHL >= 2000
            DISPLAY "FEHLER: Nachweistabelle voll (2000) - Nachweis"
                    " fuer " FUNCTION TRIM(PKT-PROJEKT(PROJKD-LAUF))
                    " nicht erzeugt."
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO LETZTE-NR
        ADD 1 TO NWK-ANZAHL
        MOVE NWK-ANZAHL TO NWK-POSITION
        MOVE LETZTE-NR TO NWK-NR(NWK-POSITION)
        MOVE PKT-PROJEKT(PROJKD-LAUF) TO NWK-PROJEKT(NWK-POSITION)
        MOVE BERICHTS-MONAT TO NWK-MONAT(NWK-POSITION)
        MOVE PKT-KUNDE(PROJKD-LAUF)   TO NWK-KUNDE(NWK-POSITION)
        MOVE "OFFEN"  TO NWK-STATUS(NWK-POSITION)
        MOVE "N"      TO NWK-GELOESCHT(NWK-POSITION)
        ADD 1 TO CNT-ERSTELLT
    END-IF
    MOVE HEUTE TO NWK-STATUS-AM(NWK-POSITION)
                  NWK-ERSTELLT(NWK-POSITION)

    MOVE 0 TO ZEILEN-NR NACHWEIS-STUNDEN
    PERFORM VARYING KAND-LAUF FROM 1 BY 1
            UNTIL KAND-LAUF > KAND-ANZAHL
        IF KA-PROJEKT(KAND-LAUF) = PKT-PROJEKT(PROJKD-LAUF)
         AND KA-STAND(KAND-LAUF) = "N"
            ADD 1 TO ZEILEN-NR NWP-ANZAHL
            MOVE NWK-NR(NWK-POSITION)    TO NWP-NR(NWP-ANZAHL)
            MOVE ZEILEN-NR               TO NWP-ZEILE(NWP-ANZAHL)
            MOVE KA-LAUFDATUM(KAND-LAUF) TO NWP-LAUFDATUM(NWP-ANZAHL)
            MOVE KA-BUCHUNGS-NR(KAND-LAUF)
                TO NWP-BUCHUNGS-NR(NWP-ANZAHL)
            MOVE KA-DATUM(KAND-LAUF)     TO NWP-DATUM(NWP-ANZAHL)
            MOVE KA-VORNAME-M(KAND-LAUF) TO NWP-VORNAME-M(NWP-ANZAHL)
            MOVE KA-NACHNAME-M(KAND-LAUF)
                TO NWP-NACHNAME-M(NWP-ANZAHL)
            MOVE KA-STUNDEN(KAND-LAUF)   TO NWP-STUNDEN(NWP-ANZAHL)
            MOVE SPACES                  TO NWP-STATUS(NWP-ANZAHL)
            MOVE "N"                     TO NWP-GELOESCHT(NWP-ANZAHL)
            ADD KA-STUNDEN(KAND-LAUF) TO NACHWEIS-STUNDEN
        END-IF
    END-PERFORM
    MOVE ZEILEN-NR        TO NWK-ZEILEN(NWK-POSITION)
    MOVE NACHWEIS-STUNDEN TO NWK-STUNDEN(NWK-POSITION)
    MOVE "J" TO NACHWEIS-GEAENDERT
    PERFORM DRUCKE-NACHWEIS.


*> ----------------------------------------------------------------
*> #5.6 Nachweisdokument NWK-POSITION schreiben
*> ----------------------------------------------------------------
DRUCKE-NACHWEIS.
    MOVE SPACES TO DOKUMENT-DATEINAME
    STRING "LEISTUNGSNACHWEIS-" NWK-NR(NWK-POSITION) ".TXT"
        DELIMITED BY SIZE INTO DOKUMENT-DATEINAME
    END-STRING
    OPEN OUTPUT NACHWEIS-DOKUMENT
    IF FS-DOKUMENT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(DOKUMENT-DATEINAME) ", Status="
                FS-DOKUMENT
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "=============================================" TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "LEISTUNGSNACHWEIS Nr. " NWK-NR(NWK-POSITION)
           "  Zeitraum " PRINT-MONAT
        DELIMITED BY SIZE INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Projekt: " NWK-PROJEKT(NWK-POSITION)
        DELIMITED BY SIZE INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE NWK-KUNDE(NWK-POSITION) TO KUNDEN-SUCH
    PERFORM SUCHE-KUNDE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Auftraggeber: " FUNCTION TRIM(NWK-KUNDE(NWK-POSITION))
        DELIMITED BY SIZE INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    IF KUNDEN-POSITION > 0
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "  " KDT-NAME(KUNDEN-POSITION)
            DELIMITED BY SIZE INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
        IF KDT-NAME2(KUNDEN-POSITION) NOT = SPACES
            MOVE SPACES TO DOKUMENT-ZEILE
            STRING "  " KDT-NAME2(KUNDEN-POSITION)
                DELIMITED BY SIZE INTO DOKUMENT-ZEILE
            END-STRING
            WRITE DOKUMENT-ZEILE
        END-IF
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "  " KDT-STRASSE(KUNDEN-POSITION)
            DELIMITED BY SIZE INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "  " FUNCTION TRIM(KDT-PLZ(KUNDEN-POSITION)) " "
               KDT-ORT(KUNDEN-POSITION)
            DELIMITED BY SIZE INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
    END-IF
    MOVE "=============================================" TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE "Nr.  Datum       Mitarbeiter           Std  Projekt"
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE "---------------------------------------------" TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE

    PERFORM VARYING NWP-LAUF FROM 1 BY 1 UNTIL NWP-LAUF > NWP-ANZAHL
        IF NWP-NR(NWP-LAUF) = NWK-NR(NWK-POSITION)
         AND NWP-GELOESCHT(NWP-LAUF) NOT = "J"
            MOVE NWP-DATUM(NWP-LAUF) TO FMT-DATUM
            PERFORM FORMATIERE-DATUM
            MOVE NWP-VORNAME-M(NWP-LAUF)  TO KLAR-VORNAME
            MOVE NWP-NACHNAME-M(NWP-LAUF) TO KLAR-NACHNAME
            PERFORM DEMASKIERE-NAMEN
            MOVE SPACES TO DOKUMENT-ZEILE
            STRING NWP-ZEILE(NWP-LAUF) "  " PRINT-DATUM "  "
                   PRINT-NAME " " NWP-STUNDEN(NWP-LAUF) "  "
                   NWK-PROJEKT(NWK-POSITION)
                DELIMITED BY SIZE INTO DOKUMENT-ZEILE
            END-STRING
            WRITE DOKUMENT-ZEILE
        END-IF
    END-PERFORM

    MOVE "---------------------------------------------" TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Summe: " NWK-STUNDEN(NWK-POSITION) " Std in "
           NWK-ZEILEN(NWK-POSITION) " Position(en)"
        DELIMITED BY SIZE INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE "Die aufgefuehrten Leistungen werden bestaetigt."
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE "Beanstandungen bitte mit Zeilennummer angeben."
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE "Datum: ____________   Unterschrift Auftraggeber: ____________"
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    CLOSE NACHWEIS-DOKUMENT
    DISPLAY "Nachweis " NWK-NR(NWK-POSITION) " ("
            FUNCTION TRIM(NWK-PROJEKT(NWK-POSITION)) ", "
            NWK-ZEILEN(NWK-POSITION) " Zeilen) -> "
            FUNCTION TRIM(DOKUMENT-DATEINAME).


*> ----------------------------------------------------------------
*> #5.7 Uebersicht aller Nachweise des Monats
*> ----------------------------------------------------------------
DRUCKE-UEBERSICHT.
    MOVE SPACES TO LISTE-DATEINAME
    STRING "LEISTUNGSNACHWEIS-" BERICHTS-MONAT ".RPT"
        DELIMITED BY SIZE INTO LISTE-DATEINAME
    END-STRING
    OPEN OUTPUT NACHWEIS-UEBERSICHT
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MELDUNG
    STRING "Leistungsnachweise " PRINT-MONAT ", Stand " HEUTE
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE
    MOVE "Nr.     Projekt  Kunde      Status     seit       Std    Pflicht"
        TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING NWK-LAUF FROM 1 BY 1 UNTIL NWK-LAUF > NWK-ANZAHL
        IF NWK-MONAT(NWK-LAUF) = BERICHTS-MONAT
         AND NWK-GELOESCHT(NWK-LAUF) NOT = "J"
            MOVE NWK-KUNDE(NWK-LAUF) TO KUNDEN-SUCH
            PERFORM SUCHE-KUNDE
            MOVE NWK-STATUS-AM(NWK-LAUF) TO FMT-DATUM
            PERFORM FORMATIERE-DATUM
            MOVE SPACES TO MELDUNG
            STRING NWK-NR(NWK-LAUF) "  " NWK-PROJEKT(NWK-LAUF) " "
                   NWK-KUNDE(NWK-LAUF) " " NWK-STATUS(NWK-LAUF) " "
                   PRINT-DATUM " " NWK-STUNDEN(NWK-LAUF)
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            IF KUNDEN-POSITION > 0
                IF KDT-NACHWEIS(KUNDEN-POSITION) = "J"
                    MOVE "ja" TO MELDUNG(58:2)
                END-IF
            END-IF
            PERFORM MELDE
        END-IF
    END-PERFORM
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE
    MOVE SPACES TO MELDUNG
    STRING CNT-ERSTELLT " Nachweis(e) neu, " CNT-NEU-AUFGEBAUT
           " offene neu aufgebaut, " CNT-STORNIERT
           " stornierte Buchung(en) nicht aufgefuehrt."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    CLOSE NACHWEIS-UEBERSICHT.


*> ================================================================
*> #6 Status eines Nachweises setzen
*> ================================================================
*> OFFEN -> VERSANDT -> GENEHMIGT | STRITTIG; ein OFFENER Nachweis
*> darf auch direkt genehmigt oder beanstandet werden. GENEHMIGT
*> und STRITTIG sind endgueltig.
SETZE-STATUS.
    MOVE SPACES TO STATUS-NR-RAW STATUS-NEU
    IF WS-ARGUMENT-ANZAHL >= 3
        MOVE 2 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT STATUS-NR-RAW FROM ARGUMENT-VALUE
        MOVE 3 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) TO STATUS-NEU
    END-IF
    IF FUNCTION TRIM(STATUS-NR-RAW) IS NOT NUMERIC
     OR (STATUS-NEU NOT = "VERSANDT" AND STATUS-NEU NOT = "GENEHMIGT"
         AND STATUS-NEU NOT = "STRITTIG")
        DISPLAY "Aufruf: leistungsnachweis STATUS <Nr>"
                " VERSANDT|GENEHMIGT|STRITTIG [Zeile ...]"
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF NACHWEIS-UEBERLAUF = "J"
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(STATUS-NR-RAW) TO STATUS-NR
    PERFORM SUCHE-NACHWEIS
    IF NWK-POSITION = 0
        DISPLAY "Nachweis " STATUS-NR " unbekannt."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN NWK-STATUS(NWK-POSITION) = "OFFEN"
            CONTINUE
        WHEN NWK-STATUS(NWK-POSITION) = "VERSANDT"
         AND STATUS-NEU NOT = "VERSANDT"
            CONTINUE
        WHEN OTHER
            DISPLAY "Nachweis " STATUS-NR " steht auf "
                    FUNCTION TRIM(NWK-STATUS(NWK-POSITION))
                    " - Wechsel nach " FUNCTION TRIM(STATUS-NEU)
                    " nicht moeglich."
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
    END-EVALUATE

    IF STATUS-NEU = "STRITTIG"
        PERFORM MARKIERE-STRITTIGE-ZEILEN
        IF STATUS-FEHLER = "J"
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        PERFORM GIB-IN-KORREKTUR
        IF STATUS-FEHLER = "J"
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE STATUS-NEU TO NWK-STATUS(NWK-POSITION)
    MOVE HEUTE TO NWK-STATUS-AM(NWK-POSITION)
    MOVE "J" TO NACHWEIS-GEAENDERT
    DISPLAY "Nachweis " STATUS-NR " ("
            FUNCTION TRIM(NWK-PROJEKT(NWK-POSITION)) ") steht jetzt"
            " auf " FUNCTION TRIM(STATUS-NEU) ".".


*> ----------------------------------------------------------------
*> #6.1 Beanstandete Zeilen vormerken (Status "STRITTIG" vorlaeufig)
*> ----------------------------------------------------------------
*> Ohne Zeilenangabe ist der ganze Nachweis beanstandet. Erst
*> wenn alle angegebenen Zeilen existieren, wird etwas geaendert.
MARKIERE-STRITTIGE-ZEILEN.
    MOVE "N" TO STATUS-FEHLER
    IF WS-ARGUMENT-ANZAHL < 4
        PERFORM VARYING NWP-LAUF FROM 1 BY 1
                UNTIL NWP-LAUF > NWP-ANZAHL
            IF NWP-NR(NWP-LAUF) = STATUS-NR
             AND NWP-GELOESCHT(NWP-LAUF) NOT = "J"
                MOVE "STRITTIG" TO NWP-STATUS(NWP-LAUF)
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-ARGUMENT-INDEX FROM 4 BY 1
            UNTIL WS-ARGUMENT-INDEX > WS-ARGUMENT-ANZAHL
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        MOVE SPACES TO STATUS-ZEILE-RAW
        ACCEPT STATUS-ZEILE-RAW FROM ARGUMENT-VALUE
        MOVE "N" TO GEFUNDEN
        IF FUNCTION TRIM(STATUS-ZEILE-RAW) IS NUMERIC
            MOVE FUNCTION NUMVAL(STATUS-ZEILE-RAW) TO STATUS-ZEILE
            PERFORM VARYING NWP-LAUF FROM 1 BY 1
                    UNTIL NWP-LAUF > NWP-ANZAHL
                IF NWP-NR(NWP-LAUF) = STATUS-NR
                 AND NWP-ZEILE(NWP-LAUF) = STATUS-ZEILE
                 AND NWP-GELOESCHT(NWP-LAUF) NOT = "J"
                    MOVE "STRITTIG" TO NWP-STATUS(NWP-LAUF)
                    MOVE "J" TO GEFUNDEN
                END-IF
            END-PERFORM
        END-IF
        IF GEFUNDEN NOT = "J"
            DISPLAY "Zeile " FUNCTION TRIM(STATUS-ZEILE-RAW)
                    " gibt es im Nachweis " STATUS-NR " nicht."
            MOVE "J" TO STATUS-FEHLER
        END-IF
    END-PERFORM
    IF STATUS-FEHLER = "J"
        PERFORM VARYING NWP-LAUF FROM 1 BY 1
                UNTIL NWP-LAUF > NWP-ANZAHL
            IF NWP-NR(NWP-LAUF) = STATUS-NR
             AND NWP-STATUS(NWP-LAUF) = "STRITTIG"
                MOVE SPACES TO NWP-STATUS(NWP-LAUF)
            END-IF
        END-PERFORM
        DISPLAY "Nichts geaendert."
    END-IF.


*> ----------------------------------------------------------------
*> #6.2 Beanstandete Zeilen in den Korrekturweg geben
*> ----------------------------------------------------------------
*> Je Zeile ein "STO"-Satz auf die Originalbuchung in die
*> Erfassung und der Originalsatz in den Korrekturvorrat. Der
*> Originalsatz kommt aus dem Historienlager.
GIB-IN-KORREKTUR.
    MOVE "N" TO STATUS-FEHLER
    OPEN INPUT BUCHUNGS-HISTORIE
    IF FS-HISTORIE NOT = "00"
        DISPLAY "BUCHUNGS-HISTORIE.DAT nicht lesbar - Beanstandung"
                " nicht verarbeitet."
        MOVE "J" TO STATUS-FEHLER
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ERFASSTE-BUCHUNGEN
    IF FS-ERFASST NOT = "00"
        OPEN OUTPUT ERFASSTE-BUCHUNGEN
    END-IF
    OPEN EXTEND REJECTED-BUCHUNGEN
    IF FS-REJECTED NOT = "00"
        OPEN OUTPUT REJECTED-BUCHUNGEN
    END-IF
    IF FS-ERFASST NOT = "00" OR FS-REJECTED NOT = "00"
        DISPLAY "Fehler beim Oeffnen ERFASSTE-/REJECTED-BUCHUNGEN.DAT"
                " - Beanstandung nicht verarbeitet."
        CLOSE BUCHUNGS-HISTORIE
        MOVE "J" TO STATUS-FEHLER
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO CNT-KORREKTUR
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUCHUNGS-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF HIS-KENNUNG = SPACES OR HIS-KENNUNG = "SUB"
                    PERFORM SUCHE-STRITTIGE-ZEILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE ERFASSTE-BUCHUNGEN REJECTED-BUCHUNGEN
    MOVE "N" TO EOF-FLAG

    *> Zeilen ohne Originalsatz im Lager bleiben beanstandet, werden
    *> aber nicht fakturiert - melden, damit jemand nachbucht.
    PERFORM VARYING NWP-LAUF FROM 1 BY 1 UNTIL NWP-LAUF > NWP-ANZAHL
        IF NWP-NR(NWP-LAUF) = STATUS-NR
         AND NWP-STATUS(NWP-LAUF) = "STRITTIG"
            DISPLAY "WARNUNG: Zeile " NWP-ZEILE(NWP-LAUF)
                    " nicht im Historienlager gefunden - bitte von"
                    " Hand korrigieren."
            MOVE "KORREKTUR" TO NWP-STATUS(NWP-LAUF)
        END-IF
    END-PERFORM
    DISPLAY CNT-KORREKTUR " beanstandete Buchung(en) storniert und"
            " nach REJECTED-BUCHUNGEN.DAT zur Korrektur gegeben.".

SUCHE-STRITTIGE-ZEILE.
    PERFORM VARYING NWP-LAUF FROM 1 BY 1 UNTIL NWP-LAUF > NWP-ANZAHL
        IF NWP-NR(NWP-LAUF) = STATUS-NR
         AND NWP-STATUS(NWP-LAUF) = "STRITTIG"
         AND NWP-LAUFDATUM(NWP-LAUF) = HIS-LAUFDATUM
         AND NWP-BUCHUNGS-NR(NWP-LAUF) = HIS-BUCHUNGS-NR
         AND NWP-VORNAME-M(NWP-LAUF) = HIS-VORNAME
         AND NWP-NACHNAME-M(NWP-LAUF) = HIS-NACHNAME
            PERFORM SCHREIBE-KORREKTURPAAR
            MOVE "KORREKTUR" TO NWP-STATUS(NWP-LAUF)
            ADD 1 TO CNT-KORREKTUR
            EXIT PERFORM
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #6.3 Storno und Korrektursatz zu einer Zeile schreiben
*> ----------------------------------------------------------------
*> Mirrors das Storno-/Ersatzpaar in zeit_aenderung.cbl.
SCHREIBE-KORREKTURPAAR.
    MOVE HIS-VORNAME  TO KLAR-VORNAME
    MOVE HIS-NACHNAME TO KLAR-NACHNAME
    INSPECT KLAR-VORNAME  CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT KLAR-NACHNAME CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM

    MOVE SPACES TO BUCHUNGS-RECORD
    MOVE KLAR-VORNAME    TO BR-VORNAME
    MOVE KLAR-NACHNAME   TO BR-NACHNAME
    MOVE HIS-STUNDEN     TO BR-STUNDEN
    MOVE HIS-BUCHUNGS-NR TO BR-BUCHUNGS-NR
    MOVE HIS-DATUM       TO BR-DATUM
    MOVE ZEROES          TO BR-GEHALT
    MOVE ZEROES          TO BR-GEBURTSDATUM
    MOVE "STO"           TO BR-SATZKENNUNG
    MOVE "NACHWEIS"      TO BR-ERFASSER
    WRITE BUCHUNGS-RECORD

    *> Originalsatz zur Berichtigung; die Nummer bleibt leer und
    *> kommt beim Wiedereinbringen aus der NRVERGABE.
    MOVE HIS-SATZ TO BUCHUNGS-RECORD
    MOVE KLAR-VORNAME  TO BR-VORNAME
    MOVE KLAR-NACHNAME TO BR-NACHNAME
    MOVE SPACES        TO BR-BUCHUNGS-NR
    MOVE "NACHWEIS"    TO BR-ERFASSER
    MOVE BUCHUNGS-RECORD TO REJECTED-ZEILE
    WRITE REJECTED-ZEILE.


*> ================================================================
*> #7 Hilfsroutinen
*> ================================================================
SUCHE-NACHWEIS.
    MOVE 0 TO NWK-POSITION
    IF NWK-ANZAHL > 0
        SET NK-IDX TO 1
        SEARCH NWK-EINTRAG
            AT END CONTINUE
            WHEN NWK-NR(NK-IDX) = STATUS-NR
             AND NWK-GELOESCHT(NK-IDX) NOT = "J"
                SET NWK-POSITION TO NK-IDX
        END-SEARCH
    END-IF.

SUCHE-KUNDE.
    MOVE 0 TO KUNDEN-POSITION
    IF KUNDEN-ANZAHL > 0
        SET KD-IDX TO 1
        SEARCH KUNDEN-EINTRAG
            AT END CONTINUE
            WHEN KDT-NUMMER(KD-IDX) = KUNDEN-SUCH
                SET KUNDEN-POSITION TO KD-IDX
        END-SEARCH
    END-IF.

SUCHE-PROJEKT.
    MOVE 0 TO PROJKD-POSITION
    IF PROJKD-ANZAHL > 0
        SET PK-IDX TO 1
        SEARCH PROJKD-EINTRAG
            AT END CONTINUE
            WHEN PKT-PROJEKT(PK-IDX) = PK-CODE-RAW
                SET PROJKD-POSITION TO PK-IDX
        END-SEARCH
    END-IF.

*> KLAR-VORNAME/-NACHNAME kommen maskiert und gehen als
*> "Vorname Nachname" nach PRINT-NAME.
DEMASKIERE-NAMEN.
    INSPECT KLAR-VORNAME  CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT KLAR-NACHNAME CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE SPACES TO PRINT-NAME
    STRING FUNCTION TRIM(KLAR-VORNAME) " "
           FUNCTION TRIM(KLAR-NACHNAME)
        DELIMITED BY SIZE INTO PRINT-NAME
    END-STRING.

FORMATIERE-DATUM.
    MOVE SPACES TO PRINT-DATUM
    STRING FMT-DATUM(7:2) "." FMT-DATUM(5:2) "." FMT-DATUM(1:4)
        DELIMITED BY SIZE INTO PRINT-DATUM
    END-STRING.

MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #8 Stammdaten und Nachweisdatei laden/sichern
*> ================================================================
*> Mirrors LADE-KUNDEN-STAMM in rechnungs_generator.cbl (nur
*> aktive Kunden).
LADE-KUNDEN-STAMM.
    MOVE 0 TO KUNDEN-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KUNDEN-STAMM
    IF FS-KUNDEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KUNDEN-STAMM
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND KD-NUMMER NOT = SPACES
             AND KD-IST-AKTIV
             AND KUNDEN-ANZAHL < 1000
                ADD 1 TO KUNDEN-ANZAHL
                MOVE KD-NUMMER  TO KDT-NUMMER(KUNDEN-ANZAHL)
                MOVE KD-NAME    TO KDT-NAME(KUNDEN-ANZAHL)
                MOVE KD-NAME2   TO KDT-NAME2(KUNDEN-ANZAHL)
                MOVE KD-STRASSE TO KDT-STRASSE(KUNDEN-ANZAHL)
                MOVE KD-PLZ     TO KDT-PLZ(KUNDEN-ANZAHL)
                MOVE KD-ORT     TO KDT-ORT(KUNDEN-ANZAHL)
                MOVE "N"        TO KDT-NACHWEIS(KUNDEN-ANZAHL)
                IF KD-NACHWEIS-PFLICHT
                    MOVE "J" TO KDT-NACHWEIS(KUNDEN-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE KUNDEN-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Kundenprojekte aus PROJEKT-MASTER.CFG
*> ----------------------------------------------------------------
*> Mirrors LADE-PROJEKT-KUNDEN in rechnungs_generator.cbl - nur
*> Projekte mit einem aktiven Kunden aus dem Kundenstamm.
LADE-PROJEKT-KUNDEN.
    MOVE 0 TO PROJKD-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PROJEKT-MASTER
    IF FS-PROJEKT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ PROJEKT-MASTER
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND FUNCTION TRIM(PROJEKT-MASTER-ZEILE) NOT = SPACES
                MOVE SPACES TO PK-CODE-RAW PK-ABT-RAW
                               PK-QUAL-RAW PK-KUNDE-RAW
                UNSTRING FUNCTION TRIM(PROJEKT-MASTER-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO PK-CODE-RAW PK-ABT-RAW
                         PK-QUAL-RAW PK-KUNDE-RAW
                END-UNSTRING
                MOVE PK-KUNDE-RAW TO KUNDEN-SUCH
                PERFORM SUCHE-KUNDE
                IF KUNDEN-POSITION > 0 AND PROJKD-ANZAHL < 500
                    ADD 1 TO PROJKD-ANZAHL
                    MOVE PK-CODE-RAW  TO PKT-PROJEKT(PROJKD-ANZAHL)
                    MOVE PK-KUNDE-RAW TO PKT-KUNDE(PROJKD-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE PROJEKT-MASTER
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.2 LEISTUNGSNACHWEIS.DAT laden
*> ----------------------------------------------------------------
LADE-NACHWEISE.
    MOVE 0 TO NWK-ANZAHL NWP-ANZAHL LETZTE-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT NACHWEIS-DATEI
    IF FS-NACHWEIS = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ NACHWEIS-DATEI
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    EVALUATE TRUE
                        WHEN LN-IST-KOPF AND NWK-ANZAHL < 2000
                            PERFORM UEBERNIMM-KOPF
                        WHEN LN-IST-ZEILE AND NWP-ANZAHL < 20000
                            PERFORM UEBERNIMM-ZEILE
                        WHEN LN-IST-KOPF OR LN-IST-ZEILE
                            MOVE "J" TO NACHWEIS-UEBERLAUF
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE NACHWEIS-DATEI
    END-IF
    MOVE "N" TO EOF-FLAG
    IF NACHWEIS-UEBERLAUF = "J"
        DISPLAY "FEHLER: LEISTUNGSNACHWEIS.DAT passt nicht in die"
                " Tabellen (2000/20000) - nichts geaendert."
    END-IF.

UEBERNIMM-KOPF.
    ADD 1 TO NWK-ANZAHL
    MOVE LNK-NR        TO NWK-NR(NWK-ANZAHL)
    MOVE LNK-PROJEKT   TO NWK-PROJEKT(NWK-ANZAHL)
    MOVE LNK-MONAT     TO NWK-MONAT(NWK-ANZAHL)
    MOVE LNK-KUNDE     TO NWK-KUNDE(NWK-ANZAHL)
    MOVE LNK-STATUS    TO NWK-STATUS(NWK-ANZAHL)
    MOVE LNK-STATUS-AM TO NWK-STATUS-AM(NWK-ANZAHL)
    MOVE LNK-STUNDEN   TO NWK-STUNDEN(NWK-ANZAHL)
    MOVE LNK-ZEILEN    TO NWK-ZEILEN(NWK-ANZAHL)
    MOVE LNK-ERSTELLT  TO NWK-ERSTELLT(NWK-ANZAHL)
    MOVE "N"           TO NWK-GELOESCHT(NWK-ANZAHL)
    IF LNK-NR > LETZTE-NR
        MOVE LNK-NR TO LETZTE-NR
    END-IF.

UEBERNIMM-ZEILE.
    ADD 1 TO NWP-ANZAHL
    MOVE LNP-NR          TO NWP-NR(NWP-ANZAHL)
    MOVE LNP-ZEILE       TO NWP-ZEILE(NWP-ANZAHL)
    MOVE LNP-LAUFDATUM   TO NWP-LAUFDATUM(NWP-ANZAHL)
    MOVE LNP-BUCHUNGS-NR TO NWP-BUCHUNGS-NR(NWP-ANZAHL)
    MOVE LNP-DATUM       TO NWP-DATUM(NWP-ANZAHL)
    MOVE LNP-VORNAME-M   TO NWP-VORNAME-M(NWP-ANZAHL)
    MOVE LNP-NACHNAME-M  TO NWP-NACHNAME-M(NWP-ANZAHL)
    MOVE LNP-STUNDEN     TO NWP-STUNDEN(NWP-ANZAHL)
    MOVE LNP-STATUS      TO NWP-STATUS(NWP-ANZAHL)
    MOVE "N"             TO NWP-GELOESCHT(NWP-ANZAHL).


*> ----------------------------------------------------------------
*> #8.3 LEISTUNGSNACHWEIS.DAT zurueckschreiben
*> ----------------------------------------------------------------
*> Je Nachweis der Kopf, direkt dahinter seine Zeilen.
SICHERE-NACHWEISE.
    OPEN OUTPUT NACHWEIS-DATEI
    IF FS-NACHWEIS NOT = "00"
        DISPLAY "Fehler beim Schreiben von LEISTUNGSNACHWEIS.DAT,"
                " Status=" FS-NACHWEIS
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING NWK-LAUF FROM 1 BY 1 UNTIL NWK-LAUF > NWK-ANZAHL
        IF NWK-GELOESCHT(NWK-LAUF) NOT = "J"
            MOVE SPACES TO NACHWEIS-KOPF
            MOVE "K"                     TO LNK-SATZART
            MOVE NWK-NR(NWK-LAUF)        TO LNK-NR
            MOVE NWK-PROJEKT(NWK-LAUF)   TO LNK-PROJEKT
            MOVE NWK-MONAT(NWK-LAUF)     TO LNK-MONAT
            MOVE NWK-KUNDE(NWK-LAUF)     TO LNK-KUNDE
            MOVE NWK-STATUS(NWK-LAUF)    TO LNK-STATUS
            MOVE NWK-STATUS-AM(NWK-LAUF) TO LNK-STATUS-AM
            MOVE NWK-STUNDEN(NWK-LAUF)   TO LNK-STUNDEN
            MOVE NWK-ZEILEN(NWK-LAUF)    TO LNK-ZEILEN
            MOVE NWK-ERSTELLT(NWK-LAUF)  TO LNK-ERSTELLT
            WRITE NACHWEIS-KOPF
            PERFORM VARYING NWP-LAUF FROM 1 BY 1
                    UNTIL NWP-LAUF > NWP-ANZAHL
                IF NWP-NR(NWP-LAUF) = NWK-NR(NWK-LAUF)
                 AND NWP-GELOESCHT(NWP-LAUF) NOT = "J"
                    PERFORM SCHREIBE-ZEILENSATZ
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    CLOSE NACHWEIS-DATEI.

SCHREIBE-ZEILENSATZ.
    MOVE SPACES TO NACHWEIS-ZEILE
    MOVE "P"                       TO LNP-SATZART
    MOVE NWP-NR(NWP-LAUF)          TO LNP-NR
    MOVE NWP-ZEILE(NWP-LAUF)       TO LNP-ZEILE
    MOVE NWP-LAUFDATUM(NWP-LAUF)   TO LNP-LAUFDATUM
    MOVE NWP-BUCHUNGS-NR(NWP-LAUF) TO LNP-BUCHUNGS-NR
    MOVE NWP-DATUM(NWP-LAUF)       TO LNP-DATUM
    MOVE NWP-VORNAME-M(NWP-LAUF)   TO LNP-VORNAME-M
    MOVE NWP-NACHNAME-M(NWP-LAUF)  TO LNP-NACHNAME-M
    MOVE NWP-STUNDEN(NWP-LAUF)     TO LNP-STUNDEN
    MOVE NWP-STATUS(NWP-LAUF)      TO LNP-STATUS
    WRITE NACHWEIS-ZEILE.
