*> akzeptierte, validierte Arbeitsstunden der Periode (JJJJMM,
*> 1. Parameter) aus BUCHUNGS-HISTORIE.DAT werden je Abteilung
*> zum persoenlichen Satz (Stamm) bzw. Firmensatz bewertet und
*> dem in der Periode Fakturierten (positionsgenau aus
*> PROJEKT-RECHNUNGS-REGISTER.DAT ueber PRG-ABTEILUNG, fuer
*> Altrechnungen RECHNUNGS-REGISTER.DAT mit Empfaenger =
*> Abteilung) gegenuebergestellt. Der Ueberhang wird
*> als Abgrenzungsbuchung (Soll Forderung, Haben Ertrag - Konten
*> aus KONTEN-MAPPING.CFG wie bei FIBU-EXPORT) samt
*> Aufloesungsbuchung der Folgeperiode in
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    *> Positionsgenaues Register mit der leistenden Kostenstelle
    *> (PRG-ABTEILUNG) - Kundenrechnungen tragen im
    *> RECHNUNGS-REGISTER die Kundennummer statt der Abteilung.
    SELECT PROJEKT-REGISTER
        ASSIGN TO "PROJEKT-RECHNUNGS-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PREGISTER.

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
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

    SELECT KONTEN-MAPPING
        ASSIGN TO "KONTEN-MAPPING.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
    05 FILLER          PIC X(01).
    05 REG-REFERENZ    PIC 9(06).

FD PROJEKT-REGISTER.
01 PROJEKT-REGISTER-RECORD.
    05 PRG-NUMMER   PIC 9(06).
    05 FILLER       PIC X(01).
    05 PRG-DATUM    PIC 9(08).
    05 FILLER       PIC X(01).
    05 PRG-PROJEKT  PIC X(08).
    05 FILLER       PIC X(01).
    05 PRG-STUNDEN  PIC 9(03).
    05 FILLER       PIC X(01).
    05 PRG-BETRAG   PIC 9(9)V99.
    05 FILLER       PIC X(01).
    05 PRG-ART      PIC X(01).
    05 FILLER       PIC X(01).
    05 PRG-ABTEILUNG PIC X(10).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD KONTEN-MAPPING.
01 KONTEN-MAPPING-ZEILE PIC X(40).

77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-REGISTER PIC XX VALUE SPACES.
77 FS-PREGISTER PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-MAPPING  PIC XX VALUE SPACES.
77 FS-SATZ     PIC XX VALUE SPACES.
77 FS-JOURNAL  PIC XX VALUE SPACES.

01 FIRMA-STUNDENSATZ PIC 9(3) VALUE 150.

*> Staende aus STUNDENSATZ.CFG - mirrors LOAD-STUNDENSATZ/
*> ERMITTLE-FIRMENSATZ in stundensatz_loesung.cbl.
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

*> Abteilung und Satz je Historiensatz: der maskierte Name wird
*> entmaskiert und per Namensschluessel gesucht (STAMM-INDEX-OFFEN
*> = "J"), sonst aus MITARBEITER-STAMM.DAT von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

*> WIP und Fakturiertes je Abteilung.
01 ABT-ANZAHL PIC 9(3) VALUE 0.
    05 FILLER        PIC X(1).
    05 JS-TEXT       PIC X(24).

*> Rechnungsnummern, die schon ueber PRG-ABTEILUNG verteilt
*> wurden - mirrors VERTEILT-TABELLE im MARGEN-BERICHT.
01 VERTEILT-ANZAHL PIC 9(4) VALUE 0.
01 VERTEILT-TABELLE.
    05 VERTEILT-EINTRAG OCCURS 1 TO 2000 TIMES
                         DEPENDING ON VERTEILT-ANZAHL
                         INDEXED BY VT-IDX.
        10 VTL-NUMMER PIC 9(06).
01 VERTEILT-GEFUNDEN PIC X.
01 SUCH-NUMMER       PIC 9(06).

01 SATZ-ABTEILUNG PIC X(10).
01 SATZ-SATZ      PIC 9(3).
01 SATZ-BETRAG    PIC 9(8)V99.
    END-IF.

    PERFORM LADE-STUNDENSATZ.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-KONTEN-MAPPING.

    MOVE SPACES TO BELEG-DATEINAME
    OPEN OUTPUT BELEG-DATEI.

    PERFORM SAMMLE-WIP.
    PERFORM SAMMLE-PROJEKT-FAKTURIERT.
    PERFORM SAMMLE-FAKTURIERT.
    CLOSE BELEG-DATEI.

    IF ABT-ANZAHL = 0
        DISPLAY "Keine Buchungen der Periode " ABGRENZ-PERIODE
                " im Historienlager."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

        MOVE 1 TO RETURN-CODE
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


        DISPLAY "BUCHUNGS-HISTORIE.DAT nicht vorhanden - erst"
                " HISTORIE-LADER laufen lassen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
    END-IF

    MOVE "ALLG" TO SATZ-ABTEILUNG
    MOVE 0 TO FSV-STICHTAG
    IF HIS-DATUM IS NUMERIC
        MOVE HIS-DATUM TO FSV-STICHTAG
    END-IF
    PERFORM ERMITTLE-FIRMENSATZ
    MOVE FIRMA-STUNDENSATZ TO SATZ-SATZ
    MOVE HIS-VORNAME-M  TO STAMM-SUCH-VORNAME
    MOVE HIS-NACHNAME-M TO STAMM-SUCH-NACHNAME
    INSPECT STAMM-SUCH-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT STAMM-SUCH-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND MA-VORNAME NOT = SPACES
        IF MA-ABTEILUNG NOT = SPACES
            MOVE MA-ABTEILUNG TO SATZ-ABTEILUNG
        END-IF
        IF MA-STUNDENSATZ > 0
            MOVE MA-STUNDENSATZ TO SATZ-SATZ
        END-IF
    END-IF

    COMPUTE SATZ-BETRAG =
    END-IF.


*> ================================================================
*> #6.9 In der Periode Fakturiertes positionsgenau je Abteilung
*> ================================================================
*> Projektregisterzeilen mit PRG-ABTEILUNG; die Rechnungsnummern
*> werden gemerkt, damit SAMMLE-FAKTURIERT dieselbe Rechnung
*> nicht noch einmal ueber REG-EMPFAENGER zaehlt.
SAMMLE-PROJEKT-FAKTURIERT.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PROJEKT-REGISTER
    IF FS-PREGISTER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ PROJEKT-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND PRG-DATUM(1:6) = ABGRENZ-PERIODE
             AND PRG-ABTEILUNG NOT = SPACES
                PERFORM VERTEILE-PROJEKTZEILE
            END-IF
        END-PERFORM
        CLOSE PROJEKT-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG.

VERTEILE-PROJEKTZEILE.
    MOVE PRG-ABTEILUNG TO SATZ-ABTEILUNG
    PERFORM SUCHE-ODER-ERZEUGE-ABTEILUNG
    IF ABT-POSITION > 0
        IF PRG-ART = "G"
            IF PRG-BETRAG > WPA-FAKTURIERT(ABT-POSITION)
                MOVE 0 TO WPA-FAKTURIERT(ABT-POSITION)
            ELSE
                SUBTRACT PRG-BETRAG FROM WPA-FAKTURIERT(ABT-POSITION)
            END-IF
        ELSE
            ADD PRG-BETRAG TO WPA-FAKTURIERT(ABT-POSITION)
        END-IF
    END-IF
    MOVE PRG-NUMMER TO SUCH-NUMMER
    PERFORM PRUEFE-VERTEILT
    IF VERTEILT-GEFUNDEN NOT = "J" AND VERTEILT-ANZAHL < 2000
        ADD 1 TO VERTEILT-ANZAHL
        MOVE PRG-NUMMER TO VTL-NUMMER(VERTEILT-ANZAHL)
    END-IF.

PRUEFE-VERTEILT.
    MOVE "N" TO VERTEILT-GEFUNDEN
    IF VERTEILT-ANZAHL > 0
        SET VT-IDX TO 1
        SEARCH VERTEILT-EINTRAG
            AT END CONTINUE
            WHEN VTL-NUMMER(VT-IDX) = SUCH-NUMMER
                MOVE "J" TO VERTEILT-GEFUNDEN
        END-SEARCH
    END-IF.


*> ================================================================
*> #7 In der Periode Fakturiertes je Abteilung sammeln
*> ================================================================
*> Nur Rechnungen ohne positionsgenaue Verteilung (Altbestand).
SAMMLE-FAKTURIERT.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RECHNUNGS-REGISTER
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND REG-DATUM(1:6) = ABGRENZ-PERIODE
                MOVE REG-NUMMER TO SUCH-NUMMER
                PERFORM PRUEFE-VERTEILT
            END-IF
            IF EOF-FLAG NOT = "Y"
             AND REG-DATUM(1:6) = ABGRENZ-PERIODE
             AND VERTEILT-GEFUNDEN NOT = "J"
                MOVE REG-EMPFAENGER TO SATZ-ABTEILUNG
                PERFORM SUCHE-ODER-ERZEUGE-ABTEILUNG
                IF ABT-POSITION > 0
                FUNCTION TRIM(JOURNAL-DATEINAME)
                ", Status=" FS-JOURNAL
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF



*> ================================================================
*> #9 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Abteilung und Satz werden nicht mehr in eine Tabelle geladen,
*> sondern je Historiensatz gesucht.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #9.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #9.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #9.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
*> #11 Firmen-Stundensatz laden
*> ================================================================
LADE-STUNDENSATZ.
    MOVE 0 TO FSV-ANZAHL
    MOVE "N" TO FSV-EOF-FLAG
    OPEN INPUT STUNDENSATZ-CFG
    IF FS-SATZ = "00"
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
*> #11.1 Eine Zeile der STUNDENSATZ.CFG als Stand uebernehmen
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
*> #11.2 Am Stichtag gueltigen Firmensatz ermitteln
*> ----------------------------------------------------------------
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
