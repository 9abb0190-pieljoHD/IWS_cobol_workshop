*> Projekteigner, Haben bei der leistenden Abteilung, bewertet
*> zum persoenlichen Satz (Stamm) bzw. Firmensatz. Ausgabe:
*> UMLAGE-JOURNAL-<JJJJMMTT>.DAT mit Kontrollsummenzeile.
*> Geraetesaetze ("GER") werden ebenso umgelegt: Haben bei der
*> Eigner-Kostenstelle des Geraets aus GERAETE-STAMM.DAT
*> (Satzlayout GERAETREC), Soll beim Projekteigner, bewertet mit
*> Stunden- bzw. Tagessatz des Geraets; sie laufen als eigene
*> Paare ("Geraete von/an") neben der Personalumlage.


*> ================================================================
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

    SELECT PROJEKT-MASTER
        ASSIGN TO "PROJEKT-MASTER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SATZ.

    SELECT GERAETE-STAMM
        ASSIGN TO "GERAETE-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-GERAET.

    SELECT UMLAGE-JOURNAL
        ASSIGN TO JOURNAL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
COPY BUCHREC.

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD PROJEKT-MASTER.
01 PROJEKT-MASTER-ZEILE PIC X(60).
FD STUNDENSATZ-CFG.
01 STUNDENSATZ-CFG-ZEILE PIC X(20).

FD GERAETE-STAMM.
COPY GERAETREC.

FD UMLAGE-JOURNAL.
01 JOURNAL-ZEILE PIC X(60).


77 FS-ACCEPTED PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-PROJEKT  PIC XX VALUE SPACES.
77 FS-MAPPING  PIC XX VALUE SPACES.
77 FS-SATZ     PIC XX VALUE SPACES.
77 FS-JOURNAL  PIC XX VALUE SPACES.
77 FS-GERAET   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 JOURNAL-DATEINAME PIC X(40).

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

*> Abteilung und Satz je Mitarbeiter: je Buchung per
*> Namensschluessel (STAMM-INDEX-OFFEN = "J"), sonst aus
*> MITARBEITER-STAMM.DAT von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

*> Projekt -> Eigner-Abteilung.
01 PROJ-ANZAHL PIC 9(3) VALUE 0.
01 PJE-CODE-RAW   PIC X(8).
01 PJE-EIGNER-RAW PIC X(10).
01 EIGNER-BEKANNT PIC X.

*> Geraet -> Eigner-Kostenstelle und Saetze.
01 GERAET-ANZAHL PIC 9(3) VALUE 0.
01 GERAET-TABELLE.
    05 GERAET-EINTRAG OCCURS 1 TO 300 TIMES
                       DEPENDING ON GERAET-ANZAHL
                       INDEXED BY GE-IDX.
        10 GTB-NUMMER       PIC X(8).
        10 GTB-KOSTENSTELLE PIC X(10).
        10 GTB-STUNDENSATZ  PIC 9(5)V99.
        10 GTB-TAGESSATZ    PIC 9(5)V99.

*> Kontenmapping je Abteilung - mirrors LADE-KONTEN-MAPPING in
*> fibu_export.cbl.
    05 PAAR-EINTRAG OCCURS 1 TO 200 TIMES
                     DEPENDING ON PAAR-ANZAHL
                     INDEXED BY PA-IDX.
        10 PAAR-ART     PIC X(1).
        10 PAAR-VON     PIC X(10).
        10 PAAR-AN      PIC X(10).
        10 PAAR-STUNDEN PIC 9(6).
01 UML-SATZ      PIC 9(3).
01 UML-EIGNER    PIC X(10).
01 UML-BETRAG    PIC 9(8)V99.
*> " " = Personalumlage, "G" = Geraeteumlage.
01 UML-ART       PIC X(1).

01 JOURNAL-SATZ.
    05 JS-KONTO      PIC X(8).
01 SUCH-ABTEILUNG    PIC X(10).

01 CNT-UMLAGEN      PIC 9(5) VALUE 0.
01 CNT-GERAETE-UMLAGEN PIC 9(5) VALUE 0.
01 CNT-OHNE-MAPPING PIC 9(3) VALUE 0.
01 SUMME-SOLL  PIC 9(11)V99 VALUE 0.
01 SUMME-HABEN PIC 9(11)V99 VALUE 0.

MAIN.
    PERFORM LADE-STUNDENSATZ.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-PROJEKT-EIGNER.
    PERFORM LADE-KONTEN-MAPPING.
    PERFORM LADE-GERAETE-STAMM.

    IF PROJ-ANZAHL = 0
        DISPLAY "Keine Projekt-Eigner in PROJEKT-MASTER.CFG"
                " gepflegt (2. Feld je Zeile) - keine Umlage."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

        DISPLAY "Fehler beim Oeffnen ACCEPTED-BUCHUNGEN.DAT,"
                " Status=" FS-ACCEPTED
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

         AND NOT SATZ-IST-HEADER AND NOT SATZ-IST-TRAILER
         AND NOT SATZ-IST-ABWESENHEIT AND NOT SATZ-IST-STORNO
         AND NOT SATZ-IST-SPESEN AND NOT SATZ-IST-BEREITSCHAFT
         AND NOT SATZ-IST-EINMALZAHLUNG AND NOT SATZ-IST-GERAET
         AND NOT SATZ-IST-SUBUNTERNEHMER
         AND BR-PROJEKT NOT = SPACES
            PERFORM PRUEFE-UMLAGE
        END-IF
        IF EOF-FLAG NOT = "Y" AND SATZ-IST-GERAET
         AND BGE-PROJEKT NOT = SPACES
            PERFORM PRUEFE-GERAETE-UMLAGE
        END-IF
    END-PERFORM.

    CLOSE ACCEPTED-BUCHUNGEN.
    IF PAAR-ANZAHL = 0
        DISPLAY "Keine abteilungsfremden Buchungen vorgefunden,"
                " kein Umlagejournal."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    DISPLAY "Interne Umlage: " CNT-UMLAGEN " Buchung(en), "
            PAAR-ANZAHL " Abteilungspaar(e), Summe "
            PRINT-BETRAG " EUR.".
    IF CNT-GERAETE-UMLAGEN > 0
        DISPLAY "  davon " CNT-GERAETE-UMLAGEN
                " Geraetebuchung(en) an die Eigner-Kostenstelle."
    END-IF.
    IF CNT-OHNE-MAPPING > 0
        DISPLAY CNT-OHNE-MAPPING " Paar(e) ohne Kontenmapping -"
                " NICHT gebucht."
        MOVE 1 TO RETURN-CODE
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM

    MOVE "ALLG" TO UML-ABTEILUNG
    MOVE BR-DATUM TO FSV-STICHTAG
    PERFORM ERMITTLE-FIRMENSATZ
    MOVE FIRMA-STUNDENSATZ TO UML-SATZ
    MOVE UML-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE UML-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND MA-IST-AKTIV
        IF MA-ABTEILUNG NOT = SPACES
            MOVE MA-ABTEILUNG TO UML-ABTEILUNG
        END-IF
        IF MA-STUNDENSATZ > 0
            MOVE MA-STUNDENSATZ TO UML-SATZ
        END-IF
    END-IF

    MOVE SPACES TO UML-EIGNER
    END-IF

    COMPUTE UML-BETRAG = BR-STUNDEN * UML-SATZ
    MOVE SPACE TO UML-ART
    ADD 1 TO CNT-UMLAGEN
    PERFORM VERBUCHE-PAAR.


*> ================================================================
*> #5.2 Eine Geraetebuchung der Eigner-Kostenstelle gutschreiben
*> ================================================================
*> Die "leistende Abteilung" ist hier die Kostenstelle, der das
*> Geraet gehoert; nutzt sie es auf einem eigenen Projekt, gibt es
*> nichts umzulegen. Geraete ohne Stammzeile (seit der Validierung
*> ausgetragen) werden gemeldet und nicht umgelegt.
PRUEFE-GERAETE-UMLAGE.
    MOVE SPACES TO UML-ABTEILUNG
    MOVE 0 TO UML-BETRAG
    IF GERAET-ANZAHL > 0
        SET GE-IDX TO 1
        SEARCH GERAET-EINTRAG
            AT END CONTINUE
            WHEN GTB-NUMMER(GE-IDX) = BGE-GERAET
                MOVE GTB-KOSTENSTELLE(GE-IDX) TO UML-ABTEILUNG
                IF GERAET-NACH-TAGEN
                    COMPUTE UML-BETRAG =
                        BGE-MENGE * GTB-TAGESSATZ(GE-IDX)
                ELSE
                    COMPUTE UML-BETRAG =
                        BGE-MENGE * GTB-STUNDENSATZ(GE-IDX)
                END-IF
        END-SEARCH
    END-IF
    IF UML-ABTEILUNG = SPACES
        DISPLAY "HINWEIS: Geraet " FUNCTION TRIM(BGE-GERAET)
                " ohne Eigner-Kostenstelle im Geraetestamm -"
                " nicht umgelegt."
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO UML-EIGNER
    SET PJ-IDX TO 1
    SEARCH PROJ-EINTRAG
        AT END CONTINUE
        WHEN PJE-CODE(PJ-IDX) = BGE-PROJEKT
            MOVE PJE-EIGNER(PJ-IDX) TO UML-EIGNER
    END-SEARCH

    IF UML-EIGNER = SPACES OR UML-EIGNER = UML-ABTEILUNG
        EXIT PARAGRAPH
    END-IF
    IF BGE-MENGE NOT NUMERIC OR UML-BETRAG = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "G" TO UML-ART
    ADD 1 TO CNT-UMLAGEN
    ADD 1 TO CNT-GERAETE-UMLAGEN
    PERFORM VERBUCHE-PAAR.


        SET PA-IDX TO 1
        SEARCH PAAR-EINTRAG
            AT END CONTINUE
            WHEN PAAR-ART(PA-IDX) = UML-ART
             AND PAAR-VON(PA-IDX) = UML-ABTEILUNG
             AND PAAR-AN(PA-IDX)  = UML-EIGNER
                ADD BR-STUNDEN TO PAAR-STUNDEN(PA-IDX)
                ADD UML-BETRAG TO PAAR-BETRAG(PA-IDX)
    END-IF
    IF PAAR-GEFUNDEN NOT = "J" AND PAAR-ANZAHL < 200
        ADD 1 TO PAAR-ANZAHL
        MOVE UML-ART       TO PAAR-ART(PAAR-ANZAHL)
        MOVE UML-ABTEILUNG TO PAAR-VON(PAAR-ANZAHL)
        MOVE UML-EIGNER    TO PAAR-AN(PAAR-ANZAHL)
        MOVE BR-STUNDEN    TO PAAR-STUNDEN(PAAR-ANZAHL)
                FUNCTION TRIM(JOURNAL-DATEINAME)
                ", Status=" FS-JOURNAL
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF

    MOVE "S" TO JS-SH
    MOVE PAAR-BETRAG(DRUCK-IDX) TO JS-BETRAG
    MOVE SPACES TO JS-TEXT
    IF PAAR-ART(DRUCK-IDX) = "G"
        STRING "Geraete von "
               FUNCTION TRIM(PAAR-VON(DRUCK-IDX)) INTO JS-TEXT
        END-STRING
    ELSE
        STRING "Umlage von "
               FUNCTION TRIM(PAAR-VON(DRUCK-IDX)) INTO JS-TEXT
        END-STRING
    END-IF
    MOVE SPACES TO JOURNAL-ZEILE
    MOVE JOURNAL-SATZ TO JOURNAL-ZEILE(1:47)
    WRITE JOURNAL-ZEILE
    MOVE "H" TO JS-SH
    MOVE PAAR-BETRAG(DRUCK-IDX) TO JS-BETRAG
    MOVE SPACES TO JS-TEXT
    IF PAAR-ART(DRUCK-IDX) = "G"
        STRING "Geraete an "
               FUNCTION TRIM(PAAR-AN(DRUCK-IDX)) INTO JS-TEXT
        END-STRING
    ELSE
        STRING "Umlage an "
               FUNCTION TRIM(PAAR-AN(DRUCK-IDX)) INTO JS-TEXT
        END-STRING
    END-IF
    MOVE SPACES TO JOURNAL-ZEILE
    MOVE JOURNAL-SATZ TO JOURNAL-ZEILE(1:47)
    WRITE JOURNAL-ZEILE


*> ================================================================
*> #7 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Abteilung und Satz werden nicht mehr in eine Tabelle geladen,
*> sondern je Buchung gesucht; die Eigner-Pruefung liest den Stamm
*> einmal je Projektzeile durch.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #7.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #7.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #7.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #7.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #7.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
*> ----------------------------------------------------------------
*> #8.1 Ist PJE-EIGNER-RAW eine im Stamm gefuehrte Abteilung?
*> ----------------------------------------------------------------
*> Aktive Mitarbeiter ohne Abteilung zaehlen als "ALLG".
PRUEFE-EIGNER-BEKANNT.
    MOVE "N" TO EIGNER-BEKANNT
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
            IF MA-ABTEILUNG = PJE-EIGNER-RAW
             OR (MA-ABTEILUNG = SPACES AND PJE-EIGNER-RAW = "ALLG")
                MOVE "J" TO EIGNER-BEKANNT
                MOVE "J" TO STAMM-ENDE
            END-IF
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #9.1 Geraetestamm laden (Eigner-Kostenstelle und Saetze)
*> ================================================================
LADE-GERAETE-STAMM.
    MOVE 0 TO GERAET-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT GERAETE-STAMM
    IF FS-GERAET = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ GERAETE-STAMM
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND GR-NUMMER NOT = SPACES
             AND GR-NUMMER(1:1) NOT = "*"
             AND GERAET-ANZAHL < 300
                ADD 1 TO GERAET-ANZAHL
                MOVE GR-NUMMER       TO GTB-NUMMER(GERAET-ANZAHL)
                MOVE GR-KOSTENSTELLE TO GTB-KOSTENSTELLE(GERAET-ANZAHL)
                MOVE 0 TO GTB-STUNDENSATZ(GERAET-ANZAHL)
                          GTB-TAGESSATZ(GERAET-ANZAHL)
                IF GR-STUNDENSATZ IS NUMERIC
                    MOVE GR-STUNDENSATZ
                        TO GTB-STUNDENSATZ(GERAET-ANZAHL)
                END-IF
                IF GR-TAGESSATZ IS NUMERIC
                    MOVE GR-TAGESSATZ TO GTB-TAGESSATZ(GERAET-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE GERAETE-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #10 Firmen-Stundensatz laden
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
*> #10.1 Eine Zeile der STUNDENSATZ.CFG als Stand uebernehmen
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
*> #10.2 Am Stichtag gueltigen Firmensatz ermitteln
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
