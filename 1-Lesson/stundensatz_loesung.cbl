        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    *> Indizierter Stamm (STAMM-INDEX); fehlt er, wird fuer jeden
    *> Durchlauf und jede Suche MITARBEITER-STAMM.DAT gelesen.
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-STAMM-INDEX.

    *> Vom BUCHUNGEN-VALIDIERER hinterlegtes Laufergebnis, damit sich
    *> die Anzahl hier verarbeiteter Buchungen gegen dessen akzeptierte
    *> Zeilen gegenpruefen laesst.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FEIERTAGE-CFG.

    *> Taetigkeitskatalog (eine Zeile je Code: "<Code>
    *> <Fakturierbar J/N> <Arbeitszeit J/N> <Zuschlag J/N>
    *> [Bezeichnung]"). Nicht zuschlagsfaehige Taetigkeiten laufen
    *> immer zum einfachen Satz; Arbeitszeit und Fakturierbarkeit
    *> speisen den Auslastungsbericht. Ohne Datei oder bei leerem
    *> Code gilt alles als J.
    SELECT TAETIGKEIT-CFG
        ASSIGN TO "TAETIGKEIT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-TAETIGKEIT-CFG.

    *> Berichtszeilen des Laufs als Arbeitsdatei statt einer
    *> OCCURS-Tabelle: mit den neuen Standorten liegt die Zeilenzahl
    *> ueber jeder vernuenftigen Tabellengrenze. Sortiert wird mit
01 MITARBEITER-SATZ-ZEILE PIC X(30).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD VALIDIERUNG-SUMMARY.
01 SUMMARY-RECORD.
    05 PR-KENNZEICHEN  PIC X(1).
    05 FILLER          PIC X(1).
    05 PR-PERSONALNR   PIC 9(5).
    *> Nur auf Einmalzahlungszeilen (Kennzeichen "E") belegt:
    *> Zahlungsart (B/W/U/P/S) und Abrechnungsmonat JJJJMM.
    05 FILLER          PIC X(1).
    05 PR-ZAHLUNGSART  PIC X(1).
    05 FILLER          PIC X(1).
    05 PR-PERIODE      PIC 9(6).

*> Jahressummen-Satz: Vorname, Nachname, kumulierter Umsatz.
FD YTD-UMSATZ.
    05 SH-GUELTIG-AB PIC 9(08).
    05 SH-STUNDENSATZ PIC 9(03).
    05 SH-ABTEILUNG  PIC X(10).
    05 SH-BEARBEITER PIC X(08).
    05 SH-BANKDATEN  PIC X(01).

FD FEIERTAGE-CFG.
01 FEIERTAGE-CFG-ZEILE PIC X(8).

FD TAETIGKEIT-CFG.
01 TAETIGKEIT-CFG-ZEILE PIC X(60).

FD REPORT-WORK.
01 REPORT-WORK-RECORD.
    05 RW-VORNAME             PIC X(10).
01 GESAMT-UMSATZ     PIC 9(6)V99.
01 GESAMT-SUMME      PIC 9(7)V99 VALUE 0.

*> Firmensatz mit Gueltigkeitsstaenden: STUNDENSATZ.CFG fuehrt je
*> Zeile "<GueltigAbJJJJMMTT> <Satz>" (wie MWST.CFG); eine Zeile
*> nur mit dem Satz (bisheriges Format) gilt seit jeher.
*> ERMITTLE-FIRMENSATZ setzt FIRMA-STUNDENSATZ auf den am
*> FSV-STICHTAG gueltigen Stand - vor dem ersten Stand gilt die
*> Vorgabe. KONFIG-PRUEFUNG prueft die Kette.
01 FSV-ANZAHL PIC 9(2) VALUE 0.
01 FSV-TABELLE.
    05 FSV-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON FSV-ANZAHL.
        10 FSV-GUELTIG-AB PIC 9(08).
        10 FSV-SATZ       PIC 9(3).
01 FSV-DATUM-RAW PIC X(8).
01 FSV-SATZ-RAW  PIC X(8).
01 FSV-STICHTAG  PIC 9(8) VALUE 0.
01 FSV-BESTES-AB PIC 9(8).
01 FSV-SCAN-IDX  PIC 9(2).
01 FSV-VORGABE   PIC 9(3) VALUE 150.
01 FSV-EOF-FLAG  PIC X VALUE "N".

*> Obergrenze fuer eine einzelne Tagesbuchung; BR-STUNDEN trägt genau
*> einen Tag (siehe BKH-LAUFDATUM/BR-DATUM), daher 24 statt eines
*> Wochenwerts.
01 FS-STUNDENSATZ-CFG PIC XX VALUE SPACES.
01 FS-MITARBEITER-SATZ PIC XX VALUE SPACES.
01 FS-STAMM PIC XX VALUE SPACES.
01 FS-STAMM-INDEX PIC XX VALUE SPACES.
01 MS-EOF-FLAG PIC X VALUE "N".

*> Mitarbeiterstamm: Satz, Abteilung, Vorgesetzter und Personal-
*> nummer werden je Mitarbeiter per Namensschluessel gelesen
*> (STAMM-INDEX-OFFEN = "J"), sonst aus MITARBEITER-STAMM.DAT.
*> STAMM-VORHANDEN = "N": weder Index noch Stamm, dann gelten
*> MITARBEITER-SATZ.CFG und ABTEILUNG.CFG.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 STAMM-VORHANDEN PIC X VALUE "N".

01 FS-AUSNAHME-BUCHUNGEN PIC XX VALUE SPACES.

01 CNT-ABWESENHEIT PIC 9(6) VALUE 0.
01 CNT-SPESEN      PIC 9(6) VALUE 0.
01 CNT-BEREITSCHAFT PIC 9(6) VALUE 0.
01 CNT-EINMALZAHLUNG PIC 9(6) VALUE 0.
01 CNT-GERAET      PIC 9(6) VALUE 0.
01 CNT-SUBUNT      PIC 9(6) VALUE 0.

*> Gesetzlicher Pausenabzug aus den Schichtzeiten: mehrere
*> Kollegen buchen die volle Spanne ohne Pausenabzug - das war
01 BER-FENSTER-MINUTEN PIC 9(4).
01 BER-BEREIT-STUNDEN  PIC 9(3).
01 BER-PAUSCHALE       PIC 9(6)V99.
*> Staende aus BEREITSCHAFT.CFG: je Zeile "<GueltigAbJJJJMMTT>
*> <Pauschale> <Faktor*10>"; eine Zeile ohne Datum (bisheriges
*> Format) gilt seit jeher. Massgeblich ist der Stand am Tag der
*> Bereitschaft.
01 BSV-ANZAHL PIC 9(2) VALUE 0.
01 BSV-TABELLE.
    05 BSV-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON BSV-ANZAHL.
        10 BSV-GUELTIG-AB PIC 9(08).
        10 BSV-SATZ       PIC 9(3).
        10 BSV-FAKTOR     PIC 9V9.
01 BSV-DATUM-RAW       PIC X(8).
01 BSV-BESTES-AB       PIC 9(8).
01 BSV-SCAN-IDX        PIC 9(2).
01 BSV-EOF-FLAG        PIC X VALUE "N".
01 BSV-VORGABE-SATZ    PIC 9(3) VALUE 5.
01 BSV-VORGABE-FAKTOR  PIC 9V9  VALUE 1.5.
01 BER-EINSATZ-UMSATZ  PIC 9(6)V99.
01 BEREITSCHAFT-SUMME  PIC 9(7)V99 VALUE 0.
01 PRINT-BEREIT-SUMME  PIC ZZZ,ZZZ,ZZ9.99.
                         INDEXED BY MF-IDX.
        10 MFT-KENNUNG PIC X(08).
        10 MFT-PERIODE PIC 9(06).
01 MA-VORGESETZTER-W  PIC X(08).
01 MONAT-FREIGEGEBEN  PIC X.
01 CNT-OHNE-FREIGABE  PIC 9(4) VALUE 0.
01 JRN-ZEITSTEMPEL  PIC X(14).
01 JRN-RC           PIC 9(3).

*> Soll/Ist-Auslastungsbericht am Laufende; die Soll-Stunden kommen
*> per Durchlauf aus dem konsolidierten Stamm.
01 FS-AUSLASTUNG-CFG PIC XX VALUE SPACES.
01 AUSLASTUNG-SCHWELLE PIC 9(3) VALUE 10.
01 AUSLASTUNG-ANZAHL  PIC 9(5) VALUE 0.
01 AUSLASTUNG-IST     PIC 9(5).
01 AUSLASTUNG-PROZENT PIC 9(5).
01 AUSLASTUNG-FAKT    PIC 9(5).
01 AUSLASTUNG-FAKT-PROZENT PIC 9(5).
*> Soll/Ist/fakturierbar je Abteilung fuer die Auslastung am
*> Laufende (Abteilung laut Stamm bzw. ABTEILUNG.CFG).
01 AUSL-ABT-ANZAHL PIC 9(3) VALUE 0.
01 AUSL-ABT-TABELLE.
    05 AUSL-ABT-EINTRAG OCCURS 1 TO 200 TIMES
                         DEPENDING ON AUSL-ABT-ANZAHL
                         INDEXED BY AUA-IDX.
        10 AUA-CODE    PIC X(10).
        10 AUA-SOLL    PIC 9(6).
        10 AUA-IST     PIC 9(6).
        10 AUA-FAKT    PIC 9(6).
01 AUSL-ABT-CODE     PIC X(10).
01 AUSL-ABT-POSITION PIC 9(3).

*> Stichtag fuer die Schlussabrechnung Ausgeschiedener.
01 HEUTE-DATUM-NUM PIC 9(8).

01 FS-ABRECHNUNG-CFG   PIC XX VALUE SPACES.
01 FS-ABRECHNUNG-SPOOL PIC XX VALUE SPACES.
        10 MAB-UE-UMSATZ      PIC 9(8)V99.
        10 MAB-ZUSCHLAG-STD   PIC 9(5).
        10 MAB-ZUSCHLAG-UMSATZ PIC 9(8)V99.
        10 MAB-ARBEITS-STD    PIC 9(5).
        10 MAB-FAKT-STD       PIC 9(5).
01 MAB-GEFUNDEN PIC X.
01 MAB-POSITION PIC 9(4).
01 MAB-DRUCK-IDX PIC 9(4).
01 WAEHRUNG-KURS     PIC 9(3) VALUE 100.
01 WAEHRUNG-KURS-RAW PIC X(3).

*> Tabelle der personenbezogenen Stundensaetze - nur Rueckfallebene
*> ohne Stamm: MITARBEITER-SATZ.CFG
01 MITARBEITER-SATZ-ANZAHL PIC 9(3) VALUE 0.
01 MITARBEITER-SATZ-TABELLE.
    05 MITARBEITER-SATZ-EINTRAG OCCURS 1 TO 500 TIMES
01 ACCEPTED-TREFFER PIC 9(3).

*> Tabelle der Kostenstellen/Abteilungszuordnungen je Mitarbeiter, aus
*> ABTEILUNG.CFG geladen (nur ohne Stamm); Mitarbeiter ohne Eintrag
*> laufen unter der Sammelabteilung ALLG.
01 FS-ABTEILUNG-CFG PIC XX VALUE SPACES.
01 ABT-EOF-FLAG     PIC X  VALUE "N".
01 ABTEILUNG-ANZAHL PIC 9(3) VALUE 0.
                         INDEXED BY FT-IDX.
        10 FEIERTAG-DATUM PIC 9(8).

*> Taetigkeitskatalog, aus TAETIGKEIT.CFG geladen, und die
*> Kennzeichen der aktuellen Buchung (J/N).
01 FS-TAETIGKEIT-CFG PIC XX VALUE SPACES.
01 TAET-EOF-FLAG     PIC X  VALUE "N".
01 TAET-ANZAHL       PIC 9(3) VALUE 0.
01 TAET-TABELLE.
    05 TAET-EINTRAG OCCURS 1 TO 100 TIMES
                     DEPENDING ON TAET-ANZAHL
                     INDEXED BY TA-IDX.
        10 TAET-CODE         PIC X(2).
        10 TAET-FAKTURIERBAR PIC X.
        10 TAET-ARBEITSZEIT  PIC X.
        10 TAET-ZUSCHLAG     PIC X.
01 TAETIGKEIT-FAKTURIERBAR PIC X VALUE "J".
01 TAETIGKEIT-ARBEITSZEIT  PIC X VALUE "J".
01 TAETIGKEIT-ZUSCHLAG     PIC X VALUE "J".

*> Zuschlagsfaktoren fuer Wochenend- und Feiertagsarbeit, je auf den
*> ermittelten Stundensatz angewendet anstelle der regulaeren
*> Stunden-/Ueberstundenaufteilung.
    END-PERFORM

    PERFORM CLEAN-UP.
    PERFORM SCHLIESSE-STAMM.
    PERFORM GEBE-LAUFSPERRE-FREI.
    STOP RUN.

    OPEN OUTPUT AUSNAHME-BUCHUNGEN.
    OPEN OUTPUT REPORT-WORK.
    PERFORM LOAD-STUNDENSATZ.
    PERFORM PRUEFE-MITARBEITER-STAMM.
    IF STAMM-VORHANDEN NOT = "J"
        PERFORM LOAD-MITARBEITER-SAETZE
    END-IF.
    PERFORM LOAD-CSV-EXPORT-CFG.
    PERFORM LOAD-ABRECHNUNG-EXPORT-CFG.
    PERFORM LOAD-YTD-UMSATZ.
    PERFORM LOAD-WAEHRUNG-CFG.
    IF STAMM-VORHANDEN NOT = "J"
        PERFORM LOAD-ABTEILUNG-CFG
    END-IF.
    PERFORM LOAD-FEIERTAGE-CFG.
    PERFORM LOAD-TAETIGKEIT-CFG.
    PERFORM LOAD-STAMM-HISTORIE.
    PERFORM LOAD-BEREITSCHAFT-CFG.
    PERFORM LOAD-ARBEITSZEIT-CFG.
PRUEFE-MONATS-FREIGABE.
    MOVE "J" TO MONAT-FREIGEGEBEN
    MOVE SPACES TO MA-VORGESETZTER-W
    IF STAMM-VORHANDEN = "J"
        PERFORM LIES-MITARBEITER-STAMMSATZ
        IF STAMM-TREFFER = "J"
            MOVE MA-VORGESETZTER TO MA-VORGESETZTER-W
        END-IF
    END-IF
    IF MA-VORGESETZTER-W NOT = SPACES
        MOVE "N" TO MONAT-FREIGEGEBEN
            MOVE 0 TO MAB-UE-UMSATZ(MAB-ANZAHL)
            MOVE 0 TO MAB-ZUSCHLAG-STD(MAB-ANZAHL)
            MOVE 0 TO MAB-ZUSCHLAG-UMSATZ(MAB-ANZAHL)
            MOVE 0 TO MAB-ARBEITS-STD(MAB-ANZAHL)
            MOVE 0 TO MAB-FAKT-STD(MAB-ANZAHL)
            MOVE MAB-ANZAHL TO MAB-POSITION
        END-IF
    END-IF
            ELSE
                SUBTRACT GESAMT-UMSATZ FROM MAB-UMSATZ(MAB-POSITION)
            END-IF
            IF TAETIGKEIT-ARBEITSZEIT NOT = "N"
                IF ANZAHL-STUNDEN > MAB-ARBEITS-STD(MAB-POSITION)
                    MOVE 0 TO MAB-ARBEITS-STD(MAB-POSITION)
                ELSE
                    SUBTRACT ANZAHL-STUNDEN
                        FROM MAB-ARBEITS-STD(MAB-POSITION)
                END-IF
            END-IF
            IF TAETIGKEIT-FAKTURIERBAR NOT = "N"
                IF ANZAHL-STUNDEN > MAB-FAKT-STD(MAB-POSITION)
                    MOVE 0 TO MAB-FAKT-STD(MAB-POSITION)
                ELSE
                    SUBTRACT ANZAHL-STUNDEN
                        FROM MAB-FAKT-STD(MAB-POSITION)
                END-IF
            END-IF
        ELSE
            ADD ANZAHL-STUNDEN TO MAB-STUNDEN(MAB-POSITION)
            ADD GESAMT-UMSATZ  TO MAB-UMSATZ(MAB-POSITION)
            IF TAETIGKEIT-ARBEITSZEIT NOT = "N"
                ADD ANZAHL-STUNDEN TO MAB-ARBEITS-STD(MAB-POSITION)
            END-IF
            IF TAETIGKEIT-FAKTURIERBAR NOT = "N"
                ADD ANZAHL-STUNDEN TO MAB-FAKT-STD(MAB-POSITION)
            END-IF
            IF TAG-IST-FEIERTAG OR TAG-IST-WOCHENENDE
                ADD ANZAHL-STUNDEN TO MAB-ZUSCHLAG-STD(MAB-POSITION)
                ADD GESAMT-UMSATZ  TO MAB-ZUSCHLAG-UMSATZ(MAB-POSITION)
    END-IF.


*> ================================================================
*> #4.1.8.2 Taetigkeitskatalog laden
*> ================================================================
LOAD-TAETIGKEIT-CFG.
    MOVE 0 TO TAET-ANZAHL
    OPEN INPUT TAETIGKEIT-CFG
    IF FS-TAETIGKEIT-CFG = "00"
        MOVE "N" TO TAET-EOF-FLAG
        PERFORM UNTIL TAET-EOF-FLAG = "Y"
            READ TAETIGKEIT-CFG
                AT END MOVE "Y" TO TAET-EOF-FLAG
            END-READ

            IF TAET-EOF-FLAG NOT = "Y"
             AND TAETIGKEIT-CFG-ZEILE NOT = SPACES
             AND TAETIGKEIT-CFG-ZEILE(1:1) NOT = "*"
             AND TAET-ANZAHL < 100
                ADD 1 TO TAET-ANZAHL
                MOVE SPACES TO TAET-EINTRAG(TAET-ANZAHL)
                UNSTRING FUNCTION TRIM(TAETIGKEIT-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO TAET-CODE(TAET-ANZAHL)
                         TAET-FAKTURIERBAR(TAET-ANZAHL)
                         TAET-ARBEITSZEIT(TAET-ANZAHL)
                         TAET-ZUSCHLAG(TAET-ANZAHL)
                END-UNSTRING
            END-IF
        END-PERFORM
        CLOSE TAETIGKEIT-CFG
    END-IF.


*> ================================================================
*> #4.1.8.1 Gueltigkeitshistorie laden
*> ================================================================
*> #4.1.1 Firmen-Stundensatz aus Steuerdatei laden
*> ================================================================
LOAD-STUNDENSATZ.
    MOVE 0 TO FSV-ANZAHL
    MOVE "N" TO FSV-EOF-FLAG
    OPEN INPUT STUNDENSATZ-CFG
    IF FS-STUNDENSATZ-CFG = "00"
        PERFORM UNTIL FSV-EOF-FLAG = "Y"
            READ STUNDENSATZ-CFG
                AT END MOVE "Y" TO FSV-EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-FIRMENSATZ-STAND
            END-READ
        END-PERFORM
        CLOSE STUNDENSATZ-CFG
    END-IF
    PERFORM ERMITTLE-FIRMENSATZ.


*> ----------------------------------------------------------------
*> #4.1.1.1 Eine Zeile der STUNDENSATZ.CFG als Stand uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-FIRMENSATZ-STAND.
    IF STUNDENSATZ-CFG-ZEILE = SPACES OR FSV-ANZAHL >= 50
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FSV-DATUM-RAW FSV-SATZ-RAW
    UNSTRING FUNCTION TRIM(STUNDENSATZ-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO FSV-DATUM-RAW FSV-SATZ-RAW
    END-UNSTRING
    *> Bisheriges Format: nur der Satz, gilt seit jeher.
    IF FSV-SATZ-RAW = SPACES
        MOVE FSV-DATUM-RAW TO FSV-SATZ-RAW
        MOVE ZEROS TO FSV-DATUM-RAW
    END-IF
    IF FSV-DATUM-RAW IS NUMERIC
     AND FUNCTION TRIM(FSV-SATZ-RAW) IS NUMERIC
        ADD 1 TO FSV-ANZAHL
        MOVE FSV-DATUM-RAW TO FSV-GUELTIG-AB(FSV-ANZAHL)
        MOVE FUNCTION TRIM(FSV-SATZ-RAW) TO FSV-SATZ(FSV-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #4.1.1.2 Am Stichtag gueltigen Firmensatz ermitteln
*> ----------------------------------------------------------------
*> Juengster Stand, dessen Gueltig-ab nicht nach FSV-STICHTAG
*> liegt; ohne Stichtag gilt das Tagesdatum.
ERMITTLE-FIRMENSATZ.
    IF FSV-STICHTAG IS NOT NUMERIC OR FSV-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO FSV-STICHTAG
    END-IF
    MOVE FSV-VORGABE TO FIRMA-STUNDENSATZ
    MOVE 0 TO FSV-BESTES-AB
    PERFORM VARYING FSV-SCAN-IDX FROM 1 BY 1
            UNTIL FSV-SCAN-IDX > FSV-ANZAHL
        IF FSV-GUELTIG-AB(FSV-SCAN-IDX) <= FSV-STICHTAG
         AND FSV-GUELTIG-AB(FSV-SCAN-IDX) >= FSV-BESTES-AB
            MOVE FSV-GUELTIG-AB(FSV-SCAN-IDX) TO FSV-BESTES-AB
            MOVE FSV-SATZ(FSV-SCAN-IDX) TO FIRMA-STUNDENSATZ
        END-IF
    END-PERFORM.


*> ================================================================
*> #4.1.2a Konsolidierten Mitarbeiterstamm bereitstellen
*> ================================================================
*> Gelesen wird je Mitarbeiter (#4.2.1.2.2) bzw. fuer die Berichte
*> am Laufende per Durchlauf; hier nur, ob es einen Stamm gibt.
*> STAMM-VORHANDEN haelt fest, ob die Rueckfallebene
*> (MITARBEITER-SATZ.CFG, ABTEILUNG.CFG) gebraucht wird.
PRUEFE-MITARBEITER-STAMM.
    MOVE "N" TO STAMM-VORHANDEN
    MOVE HIGH-VALUES TO STAMM-SUCH-VORNAME
    PERFORM OEFFNE-STAMM
    IF STAMM-INDEX-OFFEN = "J"
        MOVE "J" TO STAMM-VORHANDEN
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        CLOSE MITARBEITER-STAMM
        MOVE "J" TO STAMM-VORHANDEN
    END-IF.


*> ----------------------------------------------------------------
*> #4.1.2a.1 Indizierten Stamm oeffnen, falls aufgebaut
*> ----------------------------------------------------------------
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #4.1.2a.2 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #4.1.2a.3 Durchlauf durch den ganzen Stamm beginnen
*> ----------------------------------------------------------------
STARTE-STAMM-DURCHLAUF.
    MOVE "N" TO STAMM-ENDE
    IF STAMM-INDEX-OFFEN = "J"
        MOVE 0 TO SX-PERSONALNR
        START MITARBEITER-STAMM-INDEX
            KEY IS NOT LESS THAN SX-PERSONALNR
            INVALID KEY MOVE "J" TO STAMM-ENDE
        END-START
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        MOVE "J" TO STAMM-DATEI-OFFEN
    ELSE
        MOVE "J" TO STAMM-ENDE
    END-IF.


*> ----------------------------------------------------------------
*> #4.1.2a.4 Naechsten Stammsatz des Durchlaufs lesen
*> ----------------------------------------------------------------
LIES-NAECHSTEN-STAMM.
    IF STAMM-ENDE = "J"
        EXIT PARAGRAPH
    END-IF
    IF STAMM-INDEX-OFFEN = "J"
        READ MITARBEITER-STAMM-INDEX NEXT RECORD INTO STAMM-RECORD
            AT END MOVE "J" TO STAMM-ENDE
        END-READ
    ELSE
        READ MITARBEITER-STAMM INTO STAMM-RECORD
            AT END MOVE "J" TO STAMM-ENDE
        END-READ
    END-IF.


*> ----------------------------------------------------------------
*> #4.1.2a.5 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #4.1.2a.6 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
*> ----------------------------------------------------------------
*> Wie zuvor die Tabellensuche: der erste Satz unter dem Namen
*> zaehlt. STAMM-TREFFER = "J", wenn STAMM-RECORD ihn traegt.
SUCHE-STAMM-PER-NAME.
    MOVE "N" TO STAMM-TREFFER
    IF STAMM-INDEX-OFFEN = "J"
        MOVE STAMM-SUCH-VORNAME  TO SX-VORNAME
        MOVE STAMM-SUCH-NACHNAME TO SX-NACHNAME
        READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
            KEY IS SX-NAME
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "J" TO STAMM-TREFFER
        END-READ
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME  = STAMM-SUCH-VORNAME
         AND MA-NACHNAME = STAMM-SUCH-NACHNAME
            MOVE "J" TO STAMM-TREFFER
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
*> #4.1.2 Personenbezogene Stundensaetze aus Steuerdatei laden
*> ================================================================
        *> PAYROLL-EXPORT.DAT eintrug.
        WHEN SATZ-IST-BEREITSCHAFT
            PERFORM PROCESS-BEREITSCHAFT
        *> Einmalzahlungen ("EMZ") sind Lohn, kein Umsatz: sie gehen
        *> als eigene Zeile in den Lohnexport und sonst nirgends hin.
        WHEN SATZ-IST-EINMALZAHLUNG
            PERFORM PROCESS-EINMALZAHLUNG
        *> Geraetesaetze ("GER") sind Geraeteumsatz, keine
        *> Arbeitszeit - berechnet werden sie vom
        *> RECHNUNGS-GENERATOR; hier nur gezaehlt.
        WHEN SATZ-IST-GERAET
            ADD 1 TO CNT-GERAET
        *> Subunternehmersaetze ("SUB") sind Fremdleistung, kein
        *> Lohn - berechnet vom RECHNUNGS-GENERATOR, bezahlt ueber
        *> den Eingangsrechnungsabgleich; hier nur gezaehlt.
        WHEN SATZ-IST-SUBUNTERNEHMER
            ADD 1 TO CNT-SUBUNT
        WHEN SATZ-IST-STORNO
            MOVE "J" TO STORNO-AKTIV
            PERFORM PROCESS-ARBEITSBUCHUNG
        MOVE BR-DATUM TO BUCHUNGS-DATUM
        PERFORM PRUEFE-PAUSENABZUG

        PERFORM ERMITTLE-TAETIGKEIT
        PERFORM BERECHNE-GESAMTUMSATZ
        PERFORM PRINT-UMSATZ-PRO-MITARBEITER

        BER-FENSTER-MINUTEN / 60

    PERFORM ERMITTLE-STUNDENSATZ
    PERFORM ERMITTLE-BEREITSCHAFT-SATZ
    COMPUTE BER-PAUSCHALE =
        BER-BEREIT-STUNDEN * BEREITSCHAFT-SATZ
    COMPUTE BER-EINSATZ-UMSATZ ROUNDED =
    MOVE 0 TO UEBERSTUNDEN UEBERSTUNDEN-UMSATZ
    MOVE "N" TO TAGESART
    COMPUTE GESAMT-UMSATZ = BER-PAUSCHALE + BER-EINSATZ-UMSATZ
    *> Einsatzstunden sind Arbeitszeit, aber interne Verguetung -
    *> nicht fakturierbar (RECHNUNGS-GENERATOR laesst "BER" aus).
    MOVE "N" TO TAETIGKEIT-FAKTURIERBAR
    MOVE "J" TO TAETIGKEIT-ARBEITSZEIT
    MOVE "J" TO TAETIGKEIT-ZUSCHLAG

    ADD 1 TO CNT-BEREITSCHAFT
    ADD GESAMT-UMSATZ TO BEREITSCHAFT-SUMME
*> #4.2.0.6 Bereitschaftsverguetung laden
*> ================================================================
LOAD-BEREITSCHAFT-CFG.
    MOVE 0 TO BSV-ANZAHL
    MOVE "N" TO BSV-EOF-FLAG
    OPEN INPUT BEREITSCHAFT-CFG
    IF FS-BEREIT-CFG = "00"
        PERFORM UNTIL BSV-EOF-FLAG = "Y"
            READ BEREITSCHAFT-CFG
                AT END MOVE "Y" TO BSV-EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-BEREITSCHAFT-STAND
            END-READ
        END-PERFORM
        CLOSE BEREITSCHAFT-CFG
    END-IF.


*> ----------------------------------------------------------------
*> #4.2.0.6.1 Eine Zeile der BEREITSCHAFT.CFG als Stand uebernehmen
*> ----------------------------------------------------------------
*> Ein achtstelliges erstes Feld ist das Gueltig-ab-Datum, sonst
*> steht die Zeile im bisherigen Format "<Pauschale> <Faktor*10>".
UEBERNIMM-BEREITSCHAFT-STAND.
    IF BEREITSCHAFT-CFG-ZEILE = SPACES OR BSV-ANZAHL >= 50
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO BSV-DATUM-RAW BER-PAUSCHALE-RAW BER-FAKTOR-RAW
    UNSTRING FUNCTION TRIM(BEREITSCHAFT-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO BSV-DATUM-RAW BER-PAUSCHALE-RAW BER-FAKTOR-RAW
    END-UNSTRING
    IF BSV-DATUM-RAW IS NOT NUMERIC
        MOVE SPACES TO BER-PAUSCHALE-RAW BER-FAKTOR-RAW
        UNSTRING FUNCTION TRIM(BEREITSCHAFT-CFG-ZEILE)
            DELIMITED BY ALL SPACE
            INTO BER-PAUSCHALE-RAW BER-FAKTOR-RAW
        END-UNSTRING
        MOVE ZEROS TO BSV-DATUM-RAW
    END-IF
    IF FUNCTION TRIM(BER-PAUSCHALE-RAW) IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO BSV-ANZAHL
    MOVE BSV-DATUM-RAW TO BSV-GUELTIG-AB(BSV-ANZAHL)
    COMPUTE BSV-SATZ(BSV-ANZAHL) = FUNCTION NUMVAL(BER-PAUSCHALE-RAW)
    IF FUNCTION TRIM(BER-FAKTOR-RAW) IS NUMERIC
        COMPUTE BSV-FAKTOR(BSV-ANZAHL) =
            FUNCTION NUMVAL(BER-FAKTOR-RAW) / 10
    ELSE
        MOVE BSV-VORGABE-FAKTOR TO BSV-FAKTOR(BSV-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #4.2.0.6.2 Am Bereitschaftstag gueltige Verguetung ermitteln
*> ----------------------------------------------------------------
*> Stichtag ist der von ERMITTLE-STUNDENSATZ gesetzte Buchungstag.
ERMITTLE-BEREITSCHAFT-SATZ.
    MOVE BSV-VORGABE-SATZ   TO BEREITSCHAFT-SATZ
    MOVE BSV-VORGABE-FAKTOR TO EINSATZ-FAKTOR
    MOVE 0 TO BSV-BESTES-AB
    PERFORM VARYING BSV-SCAN-IDX FROM 1 BY 1
            UNTIL BSV-SCAN-IDX > BSV-ANZAHL
        IF BSV-GUELTIG-AB(BSV-SCAN-IDX) <= FSV-STICHTAG
         AND BSV-GUELTIG-AB(BSV-SCAN-IDX) >= BSV-BESTES-AB
            MOVE BSV-GUELTIG-AB(BSV-SCAN-IDX) TO BSV-BESTES-AB
            MOVE BSV-SATZ(BSV-SCAN-IDX)   TO BEREITSCHAFT-SATZ
            MOVE BSV-FAKTOR(BSV-SCAN-IDX) TO EINSATZ-FAKTOR
        END-IF
    END-PERFORM.


*> ================================================================
*> #4.2.3 Umsatz nach Kalenderwoche und Monat aufsummieren
*> ================================================================
BERECHNE-GESAMTUMSATZ.
    PERFORM ERMITTLE-STUNDENSATZ
    PERFORM ERMITTLE-TAGESART
    *> Nicht zuschlagsfaehige Taetigkeiten (Taetigkeitskatalog)
    *> laufen immer zum einfachen Satz: kein Wochenend-/Feiertags-,
    *> Ueberstunden- oder Nachtzuschlag.
    IF TAETIGKEIT-ZUSCHLAG = "N"
        MOVE "N" TO TAGESART
    END-IF

    IF TAG-IST-FEIERTAG OR TAG-IST-WOCHENENDE
        MOVE ANZAHL-STUNDEN TO REGULAR-STUNDEN
        END-IF
    ELSE
        IF ANZAHL-STUNDEN > UEBERSTUNDEN-SCHWELLE
         AND TAETIGKEIT-ZUSCHLAG NOT = "N"
            MOVE UEBERSTUNDEN-SCHWELLE TO REGULAR-STUNDEN
            COMPUTE UEBERSTUNDEN = ANZAHL-STUNDEN - UEBERSTUNDEN-SCHWELLE
        ELSE

    COMPUTE GESAMT-UMSATZ = REGULAR-UMSATZ + UEBERSTUNDEN-UMSATZ

    MOVE 0 TO NACHT-ZUSCHLAG
    IF TAETIGKEIT-ZUSCHLAG NOT = "N"
        PERFORM BERECHNE-NACHTZUSCHLAG
    END-IF
    IF NACHT-ZUSCHLAG > 0
        ADD NACHT-ZUSCHLAG TO GESAMT-UMSATZ
        ADD NACHT-ZUSCHLAG TO NACHT-ZUSCHLAG-SUMME
*> #4.2.1.1 Personenbezogenen Satz suchen, sonst Firmensatz nehmen
*> ================================================================
ERMITTLE-STUNDENSATZ.
    *> Firmensatz in dem am Buchungstag gueltigen Stand.
    MOVE BUCHUNGS-DATUM TO FSV-STICHTAG
    PERFORM ERMITTLE-FIRMENSATZ
    MOVE FIRMA-STUNDENSATZ TO AKTUELLER-STUNDENSATZ
    IF STAMM-VORHANDEN = "J"
        PERFORM LIES-MITARBEITER-STAMMSATZ
        IF STAMM-TREFFER = "J" AND MA-STUNDENSATZ > 0
            MOVE MA-STUNDENSATZ TO AKTUELLER-STUNDENSATZ
        END-IF
    ELSE
        SET MS-IDX TO 1
        SEARCH MITARBEITER-SATZ-EINTRAG
            AT END CONTINUE
            WHEN MS-VORNAME(MS-IDX)  = MITARBEITER-VORNAME
             AND MS-NACHNAME(MS-IDX) = MITARBEITER-NACHNAME
                MOVE MS-SATZ(MS-IDX) TO AKTUELLER-STUNDENSATZ
        END-SEARCH
    END-IF

    *> Historienstand zum Buchungsdatum schlaegt den aktuellen
    *> Stammstand - eine Erhoehung mitte des Monats gilt erst ab
*> ================================================================
ERMITTLE-ABTEILUNG.
    MOVE "ALLG" TO AKTUELLE-ABTEILUNG
    IF STAMM-VORHANDEN = "J"
        PERFORM LIES-MITARBEITER-STAMMSATZ
        IF STAMM-TREFFER = "J" AND MA-ABTEILUNG NOT = SPACES
            MOVE MA-ABTEILUNG TO AKTUELLE-ABTEILUNG
        END-IF
    ELSE
        SET ABT-IDX TO 1
        SEARCH ABTEILUNG-EINTRAG
            AT END CONTINUE
            WHEN ABT-VORNAME(ABT-IDX)  = MITARBEITER-VORNAME
             AND ABT-NACHNAME(ABT-IDX) = MITARBEITER-NACHNAME
                MOVE ABT-CODE(ABT-IDX) TO AKTUELLE-ABTEILUNG
        END-SEARCH
    END-IF

    *> Auch die Kostenstelle folgt dem Historienstand zum
    *> Buchungsdatum - eine Versetzung verfaelscht damit nicht
    END-PERFORM.


*> ----------------------------------------------------------------
*> #4.2.1.2.2 Stammsatz des aktuellen Mitarbeiters lesen
*> ----------------------------------------------------------------
*> Per Namensschluessel nach STAMM-RECORD; STAMM-TREFFER = "J" nur
*> fuer aktive Mitarbeiter, wie zuvor beim Laden der Tabellen.
*> Folgen mehrere Abfragen fuer denselben Namen, wird nur einmal
*> gelesen.
LIES-MITARBEITER-STAMMSATZ.
    IF MITARBEITER-VORNAME  = STAMM-SUCH-VORNAME
     AND MITARBEITER-NACHNAME = STAMM-SUCH-NACHNAME
        EXIT PARAGRAPH
    END-IF
    MOVE MITARBEITER-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE MITARBEITER-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND NOT MA-IST-AKTIV
        MOVE "N" TO STAMM-TREFFER
    END-IF.


*> ----------------------------------------------------------------
*> #4.2.1.2.3 Personalnummer fuer die Lohnexportzeile setzen
*> ----------------------------------------------------------------
*> Seit dem stabilen Schluessel faehrt jede Lohnexportzeile die
*> Nummer aus dem Stamm mit, damit der Empfaenger nicht auf die
*> 10-Zeichen-Namen angewiesen ist.
SETZE-PERSONALNR.
    IF STAMM-VORHANDEN = "J"
        PERFORM LIES-MITARBEITER-STAMMSATZ
        IF STAMM-TREFFER = "J"
         AND MA-PERSONALNR IS NUMERIC AND MA-PERSONALNR > 0
            MOVE MA-PERSONALNR TO PR-PERSONALNR
        END-IF
    END-IF.


*> ================================================================
*> #4.2.1.3 Stunden/Umsatz unter der ermittelten Abteilung aufsummieren
*> ================================================================
    END-IF.


*> ================================================================
*> #4.2.1.6 Kennzeichen der Taetigkeit der aktuellen Buchung
*> ================================================================
*> Leerer Code oder Code ohne Katalogeintrag: Projektarbeit
*> (fakturierbar, Arbeitszeit, zuschlagsfaehig). Unbekannte Codes
*> weist der Validierer bereits ab (V164).
ERMITTLE-TAETIGKEIT.
    MOVE "J" TO TAETIGKEIT-FAKTURIERBAR
    MOVE "J" TO TAETIGKEIT-ARBEITSZEIT
    MOVE "J" TO TAETIGKEIT-ZUSCHLAG
    IF TAET-ANZAHL > 0 AND BR-TAETIGKEIT NOT = SPACES
        SET TA-IDX TO 1
        SEARCH TAET-EINTRAG
            AT END CONTINUE
            WHEN TAET-CODE(TA-IDX) = BR-TAETIGKEIT
                MOVE TAET-FAKTURIERBAR(TA-IDX)
                    TO TAETIGKEIT-FAKTURIERBAR
                MOVE TAET-ARBEITSZEIT(TA-IDX)
                    TO TAETIGKEIT-ARBEITSZEIT
                MOVE TAET-ZUSCHLAG(TA-IDX)
                    TO TAETIGKEIT-ZUSCHLAG
        END-SEARCH
    END-IF.


*> ================================================================
*> #4.2.2 Ausgabe formatieren
*> ================================================================
    MOVE ANZAHL-STUNDEN       TO PR-STUNDEN
    MOVE GESAMT-UMSATZ        TO PR-BRUTTOLOHN
    MOVE PAYROLL-LAUFDATUM    TO PR-LAUFDATUM
    PERFORM SETZE-PERSONALNR
    *> "S" kennzeichnet eine Storno-Zeile: der Betrag ist beim
    *> Empfaenger ABZUZIEHEN statt zu addieren.
    IF STORNO-AKTIV = "J"
    END-IF.


*> ================================================================
*> #4.2.2.3 Einmalzahlung in den Lohnexport geben
*> ================================================================
*> Praemie, Weihnachts-/Urlaubsgeld oder Provision: eine Zeile mit
*> Kennzeichen "E", 0 Stunden und dem Betrag als Brutto, dazu
*> Zahlungsart und Abrechnungsmonat. Die Monatsfreigabe der Stunden
*> gilt hier nicht - die Zahlung ist keine Zeiterfassung. Die Zeile
*> zaehlt in den Kontrollsummen des Schlusssatzes mit.
PROCESS-EINMALZAHLUNG.
    IF BEZ-BETRAG NOT NUMERIC OR BEZ-BETRAG = 0
        DISPLAY "WARNUNG: Einmalzahlung " FUNCTION TRIM(BR-VORNAME)
                " " FUNCTION TRIM(BR-NACHNAME)
                " ohne gueltigen Betrag uebersprungen."
        MOVE BUCHUNGS-RECORD TO AUSNAHME-RECORD
        WRITE AUSNAHME-RECORD
        ADD 1 TO ANZAHL-AUSNAHMEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-EINMALZAHLUNG
    MOVE BR-VORNAME  TO MITARBEITER-VORNAME
    MOVE BR-NACHNAME TO MITARBEITER-NACHNAME
    DISPLAY "Einmalzahlung (" BEZ-ZAHLUNGSART ") "
            FUNCTION TRIM(MITARBEITER-VORNAME) " "
            FUNCTION TRIM(MITARBEITER-NACHNAME) ": " BEZ-BETRAG
            " EUR fuer " BEZ-PERIODE
    IF NOT PAYROLL-EXPORT-AKTIV
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO PAYROLL-EXPORT-RECORD
    MOVE MITARBEITER-NACHNAME TO PR-NACHNAME
    MOVE MITARBEITER-VORNAME  TO PR-VORNAME
    MOVE 0                    TO PR-STUNDEN
    MOVE BEZ-BETRAG           TO PR-BRUTTOLOHN
    MOVE PAYROLL-LAUFDATUM    TO PR-LAUFDATUM
    PERFORM SETZE-PERSONALNR
    MOVE "E"                  TO PR-KENNZEICHEN
    MOVE BEZ-ZAHLUNGSART      TO PR-ZAHLUNGSART
    IF BEZ-PERIODE IS NUMERIC
        MOVE BEZ-PERIODE      TO PR-PERIODE
    ELSE
        MOVE PAYROLL-LAUFDATUM(1:6) TO PR-PERIODE
    END-IF
    WRITE PAYROLL-EXPORT-RECORD
    ADD 1 TO PAYROLL-SATZ-ANZAHL
    ADD BEZ-BETRAG TO PAYROLL-BRUTTO-SUMME.


*> ================================================================
*> #4.2.3 Jahressumme des aktuellen Mitarbeiters fortschreiben
*> ================================================================
*> Nur Mitarbeiter mit hinterlegtem Soll (MA-SOLL-STUNDEN > 0 im
*> Stamm) erscheinen; markiert wird, wer mehr als
*> AUSLASTUNG-SCHWELLE Prozentpunkte ueber oder unter dem Soll
*> liegt. Ist zaehlt nur Taetigkeiten, die als Arbeitszeit
*> gelten; daneben steht die fakturierbare Auslastung
*> (fakturierbare Stunden gegen Soll), am Ende beides auch je
*> Abteilung.
PRINT-AUSLASTUNG.
    PERFORM LOAD-AUSLASTUNG-SCHWELLE
    MOVE 0 TO AUSL-ABT-ANZAHL
    MOVE 0 TO AUSLASTUNG-ANZAHL
    IF STAMM-VORHANDEN NOT = "J"
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
         AND MA-SOLL-STUNDEN > 0
            IF AUSLASTUNG-ANZAHL = 0
                DISPLAY "--------------------------------------------"
                DISPLAY "Auslastung Soll/Ist/fakturierbar (Schwelle +/-"
                        AUSLASTUNG-SCHWELLE "%):"
            END-IF
            ADD 1 TO AUSLASTUNG-ANZAHL
            PERFORM DRUCKE-AUSLASTUNG-ZEILE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF
    *> STAMM-RECORD traegt jetzt den letzten Satz des Durchlaufs.
    MOVE HIGH-VALUES TO STAMM-SUCH-VORNAME
    IF AUSLASTUNG-ANZAHL > 0
        DISPLAY "Auslastung je Abteilung:"
        PERFORM VARYING AUSL-ABT-POSITION FROM 1 BY 1
                UNTIL AUSL-ABT-POSITION > AUSL-ABT-ANZAHL
            PERFORM DRUCKE-AUSLASTUNG-ABTEILUNG
        END-PERFORM
    END-IF.

*> ----------------------------------------------------------------
DRUCKE-AUSLASTUNG-ZEILE.
    MOVE 0 TO AUSLASTUNG-IST
    MOVE 0 TO AUSLASTUNG-FAKT
    IF MAB-ANZAHL > 0
        SET MAB-IDX TO 1
        SEARCH MAB-EINTRAG
            AT END CONTINUE
            WHEN MAB-VORNAME(MAB-IDX)  = MA-VORNAME
             AND MAB-NACHNAME(MAB-IDX) = MA-NACHNAME
                MOVE MAB-ARBEITS-STD(MAB-IDX) TO AUSLASTUNG-IST
                MOVE MAB-FAKT-STD(MAB-IDX)    TO AUSLASTUNG-FAKT
        END-SEARCH
    END-IF

    COMPUTE AUSLASTUNG-PROZENT ROUNDED =
        AUSLASTUNG-IST * 100 / MA-SOLL-STUNDEN
    COMPUTE AUSLASTUNG-FAKT-PROZENT ROUNDED =
        AUSLASTUNG-FAKT * 100 / MA-SOLL-STUNDEN
    PERFORM SAMMLE-AUSLASTUNG-ABTEILUNG

    DISPLAY "  " MA-VORNAME " " MA-NACHNAME
            " Soll=" MA-SOLL-STUNDEN
            " Ist=" AUSLASTUNG-IST
            " (" AUSLASTUNG-PROZENT "%)"
            " Fakt=" AUSLASTUNG-FAKT
            " (" AUSLASTUNG-FAKT-PROZENT "%)"
            WITH NO ADVANCING
    EVALUATE TRUE
        WHEN AUSLASTUNG-PROZENT > 100 + AUSLASTUNG-SCHWELLE
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #4.9.2.3 Soll/Ist/fakturierbar unter der Abteilung sammeln
*> ----------------------------------------------------------------
SAMMLE-AUSLASTUNG-ABTEILUNG.
    MOVE "ALLG" TO AUSL-ABT-CODE
    IF MA-ABTEILUNG NOT = SPACES
        MOVE MA-ABTEILUNG TO AUSL-ABT-CODE
    END-IF

    SET AUA-IDX TO 1
    SEARCH AUSL-ABT-EINTRAG
        AT END
            IF AUSL-ABT-ANZAHL < 200
                ADD 1 TO AUSL-ABT-ANZAHL
                SET AUA-IDX TO AUSL-ABT-ANZAHL
                MOVE AUSL-ABT-CODE TO AUA-CODE(AUA-IDX)
                MOVE 0 TO AUA-SOLL(AUA-IDX)
                          AUA-IST(AUA-IDX)
                          AUA-FAKT(AUA-IDX)
            ELSE
                EXIT PARAGRAPH
            END-IF
        WHEN AUA-CODE(AUA-IDX) = AUSL-ABT-CODE
            CONTINUE
    END-SEARCH

    ADD MA-SOLL-STUNDEN TO AUA-SOLL(AUA-IDX)
    ADD AUSLASTUNG-IST  TO AUA-IST(AUA-IDX)
    ADD AUSLASTUNG-FAKT TO AUA-FAKT(AUA-IDX).


*> ----------------------------------------------------------------
*> #4.9.2.4 Eine Abteilungszeile der Auslastung ausgeben
*> ----------------------------------------------------------------
DRUCKE-AUSLASTUNG-ABTEILUNG.
    COMPUTE AUSLASTUNG-PROZENT ROUNDED =
        AUA-IST(AUSL-ABT-POSITION) * 100
        / AUA-SOLL(AUSL-ABT-POSITION)
    COMPUTE AUSLASTUNG-FAKT-PROZENT ROUNDED =
        AUA-FAKT(AUSL-ABT-POSITION) * 100
        / AUA-SOLL(AUSL-ABT-POSITION)
    DISPLAY "  " AUA-CODE(AUSL-ABT-POSITION)
            " Soll=" AUA-SOLL(AUSL-ABT-POSITION)
            " Ist=" AUA-IST(AUSL-ABT-POSITION)
            " (" AUSLASTUNG-PROZENT "%)"
            " Fakt=" AUA-FAKT(AUSL-ABT-POSITION)
            " (" AUSLASTUNG-FAKT-PROZENT "%)".


*> ----------------------------------------------------------------
*> #4.9.2.2 Auslastungsschwelle laden
*> ----------------------------------------------------------------
*> gefuehrter Jahressumme bekommen eine Schlusszeile - ihr
*> YTD-Stand ist damit dokumentiert abgeschlossen.
PRINT-AUSGESCHIEDENE.
    IF STAMM-VORHANDEN = "J" AND YTD-ANZAHL > 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE-DATUM-NUM
        PERFORM STARTE-STAMM-DURCHLAUF
        PERFORM UNTIL STAMM-ENDE = "J"
            PERFORM LIES-NAECHSTEN-STAMM
            IF STAMM-ENDE NOT = "J"
             AND MA-AUSTRITT IS NUMERIC AND MA-AUSTRITT > 0
             AND MA-AUSTRITT < HEUTE-DATUM-NUM
                PERFORM DRUCKE-SCHLUSSABRECHNUNG
            END-IF
        END-PERFORM
        PERFORM BEENDE-STAMM-DURCHLAUF
        MOVE HIGH-VALUES TO STAMM-SUCH-VORNAME
    END-IF.


    SET YTD-IDX TO 1
    SEARCH YTD-EINTRAG
        AT END CONTINUE
        WHEN YTD-T-VORNAME(YTD-IDX)  = MA-VORNAME
         AND YTD-T-NACHNAME(YTD-IDX) = MA-NACHNAME
            COMPUTE PRINT-YTD-SUMME ROUNDED =
                YTD-T-SUMME(YTD-IDX) * WAEHRUNG-KURS / 100
            DISPLAY "SCHLUSSABRECHNUNG (ausgeschieden "
                    MA-AUSTRITT "): "
                    FUNCTION TRIM(MA-VORNAME) " "
                    FUNCTION TRIM(MA-NACHNAME)
                    "  Jahressumme " PRINT-YTD-SUMME " "
                    FUNCTION TRIM(WAEHRUNG-CODE)
    END-SEARCH.
