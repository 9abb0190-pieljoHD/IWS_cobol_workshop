*> Default aus KOSTENSATZ.CFG, Default 80) rechnet dieser Lauf
*> fuer eine Periode (JJJJMM, 1. Parameter; Default Vormonat):
*>   Marge = fakturierter Umsatz (PROJEKT-RECHNUNGS-REGISTER.DAT
*>   je Projekt bzw. je Abteilung ueber PRG-ABTEILUNG; nur fuer
*>   Altrechnungen ohne PRG-ABTEILUNG RECHNUNGS-REGISTER.DAT mit
*>   Empfaenger = Abteilung)
*>   minus kostenbewertete Stunden (BUCHUNGS-HISTORIE.DAT,
*>   Stunden mal Kostensatz des Mitarbeiters)
*>   minus Spesen (ABRECHNUNGS-LEDGER.DAT, Satzart "S",
*>   Nettobetrag des Belegs; stornierte Spesen zaehlen nicht).
*> Stunden von Subunternehmern ("SUB" im Historienlager) kosten den
*> Einkaufssatz ihres Vertrags (SUBUNTERNEHMER-STAMM.DAT) und
*> zaehlen fuer die Kostenstelle, die den Vertrag fuehrt; ein
*> Storno darauf nimmt genau diese Kosten zurueck. Je Projekt weist
*> der Bericht die Fremdleistung gesondert aus.
*> Weiterberechnete Spesen stehen dem als Umsatz gegenueber -
*> je Projekt weist der Bericht aus, wie viel Spesen
*> weiterberechenbar waren und wie viel die Firma getragen hat.
*> UMSATZ-RECHNER und RECHNUNGS-GENERATOR fakturieren unveraendert
*> mit dem Verrechnungssatz. Ergebnis: MARGEN-BERICHT.RPT.

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

    SELECT KOSTENSATZ-CFG
        ASSIGN TO "KOSTENSATZ.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KOSTEN.

    SELECT SUBUNTERNEHMER-STAMM
        ASSIGN TO "SUBUNTERNEHMER-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SUBUNT.

    SELECT ABRECHNUNGS-LEDGER
        ASSIGN TO "ABRECHNUNGS-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LEDGER.

    SELECT MARGEN-REPORT
        ASSIGN TO "MARGEN-BERICHT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        10 HIS-STUNDEN    PIC X(03).
        10 FILLER         PIC X(03).
        10 HIS-DATUM      PIC X(08).
        10 HIS-SUBUNT     PIC X(08).
        10 FILLER         PIC X(08).
        10 HIS-KENNUNG    PIC X(03).
        10 FILLER         PIC X(01).
        10 HIS-PROJEKT    PIC X(08).
    05 PRG-BETRAG   PIC 9(9)V99.
    05 FILLER       PIC X(01).
    05 PRG-ART      PIC X(01).
    05 FILLER       PIC X(01).
    05 PRG-ABTEILUNG PIC X(10).

FD RECHNUNGS-REGISTER.
01 REGISTER-RECORD.
    05 REG-REFERENZ    PIC 9(06).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD KOSTENSATZ-CFG.
01 KOSTENSATZ-CFG-ZEILE PIC X(3).

FD SUBUNTERNEHMER-STAMM.
COPY SUBUNTREC.

*> Mirrors LEDGER-RECORD in rechnungs_generator.cbl.
FD ABRECHNUNGS-LEDGER.
01 LEDGER-RECORD.
    05 AL-LAUFDATUM   PIC 9(08).
    05 FILLER         PIC X(01).
    05 AL-BUCHUNGS-NR PIC X(03).
    05 FILLER         PIC X(01).
    05 AL-VORNAME-M   PIC X(10).
    05 FILLER         PIC X(01).
    05 AL-NACHNAME-M  PIC X(10).
    05 FILLER         PIC X(01).
    05 AL-DATUM       PIC 9(08).
    05 FILLER         PIC X(01).
    05 AL-STUNDEN     PIC 9(03).
    05 FILLER         PIC X(01).
    05 AL-BETRAG      PIC 9(7)V99.
    05 FILLER         PIC X(01).
    05 AL-STATUS      PIC X(10).
    05 FILLER         PIC X(01).
    05 AL-RECHNUNG    PIC 9(06).
    05 FILLER         PIC X(01).
    05 AL-GUTSCHRIFT  PIC 9(06).
    05 FILLER         PIC X(01).
    05 AL-SATZART     PIC X(01).
    05 FILLER         PIC X(01).
    05 AL-PROJEKT     PIC X(08).
    05 FILLER         PIC X(01).
    05 AL-KOSTEN      PIC 9(7)V99.
    05 FILLER         PIC X(01).
    05 AL-GERAET      PIC X(08).
    05 FILLER         PIC X(01).
    05 AL-EINHEIT     PIC X(01).

FD MARGEN-REPORT.
01 REPORT-ZEILE PIC X(100).

77 FS-PREGISTER PIC XX VALUE SPACES.
77 FS-RREGISTER PIC XX VALUE SPACES.
77 FS-STAMM     PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-KOSTEN    PIC XX VALUE SPACES.
77 FS-LEDGER    PIC XX VALUE SPACES.
77 FS-SUBUNT    PIC XX VALUE SPACES.
77 FS-REPORT    PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".

*> Kostensatz und Abteilung je Mitarbeiter: je Satz mit dem
*> entmaskierten Namen per Namensschluessel (STAMM-INDEX-OFFEN =
*> "J"), sonst aus MITARBEITER-STAMM.DAT von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

*> Margenrechnung je Projekt.
01 PRJ-ANZAHL PIC 9(3) VALUE 0.
        10 MPJ-CODE    PIC X(8).
        10 MPJ-UMSATZ  PIC 9(10)V99.
        10 MPJ-KOSTEN  PIC 9(10)V99.
        10 MPJ-SPESEN-WEITER PIC 9(10)V99.
        10 MPJ-SPESEN-ABSORB PIC 9(10)V99.
        10 MPJ-FREMD   PIC 9(10)V99.

*> Einkaufssatz und Kostenstelle je Subunternehmer.
01 SUBUNT-ANZAHL PIC 9(3) VALUE 0.
01 SUBUNT-TABELLE.
    05 SUBUNT-EINTRAG OCCURS 1 TO 300 TIMES
                       DEPENDING ON SUBUNT-ANZAHL
                       INDEXED BY SU-IDX.
        10 MSU-NUMMER      PIC X(08).
        10 MSU-EINKAUF     PIC 9(5)V99.
        10 MSU-KOSTENSTELLE PIC X(10).

*> Subunternehmerbuchungen der Periode - ein Storno mit derselben
*> Nummer, demselben Datum und Namen nimmt ihre Kosten zurueck.
01 FREMD-ANZAHL PIC 9(4) VALUE 0.
01 FREMD-TABELLE.
    05 FREMD-EINTRAG OCCURS 1 TO 2000 TIMES
                      DEPENDING ON FREMD-ANZAHL
                      INDEXED BY FR-IDX.
        10 MFR-BUCHUNGS-NR PIC X(03).
        10 MFR-DATUM       PIC X(08).
        10 MFR-VORNAME-M   PIC X(10).
        10 MFR-NACHNAME-M  PIC X(10).
        10 MFR-SUBUNT      PIC X(08).
01 SATZ-SUBUNT PIC X(08).

*> Margenrechnung je Abteilung.
01 ABT-ANZAHL PIC 9(3) VALUE 0.
        10 MAB-UMSATZ  PIC 9(10)V99.
        10 MAB-KOSTEN  PIC 9(10)V99.

*> Rechnungsnummern, deren Umsatz schon positionsgenau ueber
*> PRG-ABTEILUNG verteilt wurde - Kundenrechnungen fassen mehrere
*> Abteilungen zusammen, REG-EMPFAENGER ist dort die
*> Kundennummer und taugt nicht als Abteilung.
01 VERTEILT-ANZAHL PIC 9(4) VALUE 0.
01 VERTEILT-TABELLE.
    05 VERTEILT-EINTRAG OCCURS 1 TO 2000 TIMES
                         DEPENDING ON VERTEILT-ANZAHL
                         INDEXED BY VT-IDX.
        10 VTL-NUMMER PIC 9(06).
01 VERTEILT-GEFUNDEN PIC X.

01 SATZ-PROJEKT   PIC X(8).
01 SATZ-ABTEILUNG PIC X(10).
01 SATZ-KOSTEN    PIC 9(8)V99.

01 MARGE PIC S9(10)V99.
01 CNT-BUCHUNGEN PIC 9(6) VALUE 0.
01 CNT-SPESEN    PIC 9(6) VALUE 0.
01 CNT-FREMD     PIC 9(6) VALUE 0.
01 LAUF-IDX PIC 9(3).
01 PRINT-UMSATZ PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-KOSTEN PIC ZZZ,ZZZ,ZZ9.99.
MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM LADE-KOSTENSATZ-DEFAULT.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-SUBUNT-STAMM.
    PERFORM SAMMLE-KOSTEN.
    PERFORM SAMMLE-SPESEN.
    PERFORM SAMMLE-PROJEKT-UMSATZ.
    PERFORM SAMMLE-ABTEILUNGS-UMSATZ.
    PERFORM DRUCKE-BERICHT.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


        DISPLAY "BUCHUNGS-HISTORIE.DAT nicht vorhanden - erst"
                " HISTORIE-LADER laufen lassen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        END-READ
        IF EOF-FLAG NOT = "Y"
         AND HIS-DATUM(1:6) = BERICHT-PERIODE
         AND (HIS-KENNUNG = SPACES OR HIS-KENNUNG = "STO"
              OR HIS-KENNUNG = "SUB")
         AND HIS-STUNDEN IS NUMERIC
            PERFORM VERBUCHE-KOSTEN
        END-IF
        MOVE 1 TO SATZ-VORZEICHEN
    END-IF

    MOVE SPACES TO SATZ-SUBUNT
    IF HIS-KENNUNG = "SUB"
        MOVE HIS-SUBUNT TO SATZ-SUBUNT
        PERFORM MERKE-FREMDLEISTUNG
    END-IF
    IF HIS-KENNUNG = "STO"
        PERFORM SUCHE-FREMDLEISTUNG
    END-IF
    IF SATZ-SUBUNT NOT = SPACES
        PERFORM VERBUCHE-FREMDLEISTUNG
        EXIT PARAGRAPH
    END-IF

    MOVE "ALLG" TO SATZ-ABTEILUNG
    MOVE KOSTENSATZ-DEFAULT TO SATZ-KOSTEN
    MOVE HIS-VORNAME-M  TO STAMM-SUCH-VORNAME
    MOVE HIS-NACHNAME-M TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-MASKIERTEN-STAMM
    IF STAMM-TREFFER = "J"
        IF MA-ABTEILUNG NOT = SPACES
            MOVE MA-ABTEILUNG TO SATZ-ABTEILUNG
        END-IF
        IF MA-KOSTENSATZ IS NUMERIC AND MA-KOSTENSATZ > 0
            MOVE MA-KOSTENSATZ TO SATZ-KOSTEN
        END-IF
    END-IF
    COMPUTE SATZ-KOSTEN =
        FUNCTION NUMVAL(HIS-STUNDEN) * SATZ-KOSTEN

    IF HIS-PROJEKT = SPACES
        MOVE "OHNE" TO SATZ-PROJEKT
    ELSE
        MOVE HIS-PROJEKT TO SATZ-PROJEKT
    END-IF
    PERFORM SUCHE-ODER-ERZEUGE-PROJEKT
    IF PRJ-POSITION > 0
        COMPUTE MPJ-KOSTEN(PRJ-POSITION) =
            MPJ-KOSTEN(PRJ-POSITION)
            + SATZ-VORZEICHEN * SATZ-KOSTEN
    END-IF
    PERFORM SUCHE-ODER-ERZEUGE-ABTEILUNG
    IF ABT-POSITION > 0
        COMPUTE MAB-KOSTEN(ABT-POSITION) =
            MAB-KOSTEN(ABT-POSITION)
            + SATZ-VORZEICHEN * SATZ-KOSTEN
    END-IF
    ADD 1 TO CNT-BUCHUNGEN.


*> ----------------------------------------------------------------
*> #6.1.1 Subunternehmerbuchung fuer spaetere Storni merken
*> ----------------------------------------------------------------
MERKE-FREMDLEISTUNG.
    IF FREMD-ANZAHL < 2000
        ADD 1 TO FREMD-ANZAHL
        MOVE HIS-BUCHUNGS-NR TO MFR-BUCHUNGS-NR(FREMD-ANZAHL)
        MOVE HIS-DATUM       TO MFR-DATUM(FREMD-ANZAHL)
        MOVE HIS-VORNAME-M   TO MFR-VORNAME-M(FREMD-ANZAHL)
        MOVE HIS-NACHNAME-M  TO MFR-NACHNAME-M(FREMD-ANZAHL)
        MOVE HIS-SUBUNT      TO MFR-SUBUNT(FREMD-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #6.1.2 Storno auf eine Subunternehmerbuchung erkennen
*> ----------------------------------------------------------------
SUCHE-FREMDLEISTUNG.
    IF FREMD-ANZAHL > 0
        SET FR-IDX TO 1
        SEARCH FREMD-EINTRAG
            AT END CONTINUE
            WHEN MFR-BUCHUNGS-NR(FR-IDX) = HIS-BUCHUNGS-NR
             AND MFR-DATUM(FR-IDX)       = HIS-DATUM
             AND MFR-VORNAME-M(FR-IDX)   = HIS-VORNAME-M
             AND MFR-NACHNAME-M(FR-IDX)  = HIS-NACHNAME-M
                MOVE MFR-SUBUNT(FR-IDX) TO SATZ-SUBUNT
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #6.1.3 Subunternehmerstunden zum Einkaufssatz verbuchen
*> ----------------------------------------------------------------
*> Ohne Stammzeile bleibt es beim Default-Kostensatz und "ALLG".
VERBUCHE-FREMDLEISTUNG.
    MOVE "ALLG" TO SATZ-ABTEILUNG
    MOVE KOSTENSATZ-DEFAULT TO SATZ-KOSTEN
    IF SUBUNT-ANZAHL > 0
        SET SU-IDX TO 1
        SEARCH SUBUNT-EINTRAG
            AT END CONTINUE
            WHEN MSU-NUMMER(SU-IDX) = SATZ-SUBUNT
                MOVE MSU-EINKAUF(SU-IDX) TO SATZ-KOSTEN
                IF MSU-KOSTENSTELLE(SU-IDX) NOT = SPACES
                    MOVE MSU-KOSTENSTELLE(SU-IDX) TO SATZ-ABTEILUNG
                END-IF
        END-SEARCH
    END-IF
        COMPUTE MPJ-KOSTEN(PRJ-POSITION) =
            MPJ-KOSTEN(PRJ-POSITION)
            + SATZ-VORZEICHEN * SATZ-KOSTEN
        COMPUTE MPJ-FREMD(PRJ-POSITION) =
            MPJ-FREMD(PRJ-POSITION)
            + SATZ-VORZEICHEN * SATZ-KOSTEN
    END-IF
    PERFORM SUCHE-ODER-ERZEUGE-ABTEILUNG
    IF ABT-POSITION > 0
            MAB-KOSTEN(ABT-POSITION)
            + SATZ-VORZEICHEN * SATZ-KOSTEN
    END-IF
    ADD 1 TO CNT-FREMD.


*> ================================================================
*> #6.2 Spesenkosten aus dem Abrechnungsstatus-Ledger sammeln
*> ================================================================
*> Jeder Spesensatz der Periode ist Kosten (Nettobetrag des
*> Belegs), ob weiterberechnet oder nicht - die Weiterberechnung
*> steht als Umsatz im Projektregister. Stornierte und
*> gutgeschriebene Spesen fallen heraus.
SAMMLE-SPESEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ABRECHNUNGS-LEDGER
    IF FS-LEDGER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ABRECHNUNGS-LEDGER
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND AL-SATZART = "S"
             AND AL-DATUM(1:6) = BERICHT-PERIODE
             AND AL-KOSTEN IS NUMERIC
             AND AL-STATUS NOT = "STORNIERT"
             AND AL-STATUS NOT = "GUTGESCHR."
                PERFORM VERBUCHE-SPESEN
            END-IF
        END-PERFORM
        CLOSE ABRECHNUNGS-LEDGER
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.2.1 Einen Spesensatz dem Projekt und der Abteilung zurechnen
*> ----------------------------------------------------------------
VERBUCHE-SPESEN.
    MOVE "ALLG" TO SATZ-ABTEILUNG
    MOVE AL-VORNAME-M  TO STAMM-SUCH-VORNAME
    MOVE AL-NACHNAME-M TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-MASKIERTEN-STAMM
    IF STAMM-TREFFER = "J" AND MA-ABTEILUNG NOT = SPACES
        MOVE MA-ABTEILUNG TO SATZ-ABTEILUNG
    END-IF

    IF AL-PROJEKT = SPACES
        MOVE "OHNE" TO SATZ-PROJEKT
    ELSE
        MOVE AL-PROJEKT TO SATZ-PROJEKT
    END-IF
    PERFORM SUCHE-ODER-ERZEUGE-PROJEKT
    IF PRJ-POSITION > 0
        ADD AL-KOSTEN TO MPJ-KOSTEN(PRJ-POSITION)
        IF AL-STATUS = "ABSORBIERT"
            ADD AL-KOSTEN TO MPJ-SPESEN-ABSORB(PRJ-POSITION)
        ELSE
            ADD AL-KOSTEN TO MPJ-SPESEN-WEITER(PRJ-POSITION)
        END-IF
    END-IF
    PERFORM SUCHE-ODER-ERZEUGE-ABTEILUNG
    IF ABT-POSITION > 0
        ADD AL-KOSTEN TO MAB-KOSTEN(ABT-POSITION)
    END-IF
    ADD 1 TO CNT-SPESEN.


*> ================================================================
                        ADD PRG-BETRAG TO MPJ-UMSATZ(PRJ-POSITION)
                    END-IF
                END-IF
                IF PRG-ABTEILUNG NOT = SPACES
                    PERFORM VERTEILE-PROJEKTZEILE
                END-IF
            END-IF
        END-PERFORM
        CLOSE PROJEKT-REGISTER
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.0.1 Projektzeile der leistenden Abteilung zurechnen
*> ----------------------------------------------------------------
VERTEILE-PROJEKTZEILE.
    MOVE PRG-ABTEILUNG TO SATZ-ABTEILUNG
    PERFORM SUCHE-ODER-ERZEUGE-ABTEILUNG
    IF ABT-POSITION > 0
        IF PRG-ART = "G"
            IF PRG-BETRAG > MAB-UMSATZ(ABT-POSITION)
                MOVE 0 TO MAB-UMSATZ(ABT-POSITION)
            ELSE
                SUBTRACT PRG-BETRAG FROM MAB-UMSATZ(ABT-POSITION)
            END-IF
        ELSE
            ADD PRG-BETRAG TO MAB-UMSATZ(ABT-POSITION)
        END-IF
    END-IF
    PERFORM PRUEFE-VERTEILT-PRG
    IF VERTEILT-GEFUNDEN NOT = "J" AND VERTEILT-ANZAHL < 2000
        ADD 1 TO VERTEILT-ANZAHL
        MOVE PRG-NUMMER TO VTL-NUMMER(VERTEILT-ANZAHL)
    END-IF.

PRUEFE-VERTEILT-PRG.
    MOVE "N" TO VERTEILT-GEFUNDEN
    IF VERTEILT-ANZAHL > 0
        SET VT-IDX TO 1
        SEARCH VERTEILT-EINTRAG
            AT END CONTINUE
            WHEN VTL-NUMMER(VT-IDX) = PRG-NUMMER
                MOVE "J" TO VERTEILT-GEFUNDEN
        END-SEARCH
    END-IF.

PRUEFE-VERTEILT.
    MOVE "N" TO VERTEILT-GEFUNDEN
    IF VERTEILT-ANZAHL > 0
        SET VT-IDX TO 1
        SEARCH VERTEILT-EINTRAG
            AT END CONTINUE
            WHEN VTL-NUMMER(VT-IDX) = REG-NUMMER
                MOVE "J" TO VERTEILT-GEFUNDEN
        END-SEARCH
    END-IF.


*> ================================================================
*> #7.1 Fakturierte Umsaetze je Abteilung sammeln
*> ================================================================
*> Nur Rechnungen, die nicht schon ueber PRG-ABTEILUNG verteilt
*> wurden (Altbestand, Empfaenger = Abteilung).
SAMMLE-ABTEILUNGS-UMSATZ.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RECHNUNGS-REGISTER
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND REG-DATUM(1:6) = BERICHT-PERIODE
                PERFORM PRUEFE-VERTEILT
            END-IF
            IF EOF-FLAG NOT = "Y"
             AND REG-DATUM(1:6) = BERICHT-PERIODE
             AND VERTEILT-GEFUNDEN NOT = "J"
                MOVE REG-EMPFAENGER TO SATZ-ABTEILUNG
                PERFORM SUCHE-ODER-ERZEUGE-ABTEILUNG
                IF ABT-POSITION > 0
        MOVE SATZ-PROJEKT TO MPJ-CODE(PRJ-ANZAHL)
        MOVE 0 TO MPJ-UMSATZ(PRJ-ANZAHL)
        MOVE 0 TO MPJ-KOSTEN(PRJ-ANZAHL)
        MOVE 0 TO MPJ-SPESEN-WEITER(PRJ-ANZAHL)
        MOVE 0 TO MPJ-SPESEN-ABSORB(PRJ-ANZAHL)
        MOVE 0 TO MPJ-FREMD(PRJ-ANZAHL)
        MOVE PRJ-ANZAHL TO PRJ-POSITION
    END-IF.

        DISPLAY "Fehler beim Schreiben von MARGEN-BERICHT.RPT,"
                " Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF

    MOVE SPACES TO MELDUNG
    STRING "Margenbericht " BERICHT-PERIODE
           " (" CNT-BUCHUNGEN " kostenbewertete Buchungen,"
           " Default-Kostensatz " KOSTENSATZ-DEFAULT ", "
           CNT-SPESEN " Spesenbelege)"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF CNT-FREMD > 0
        STRING "  " CNT-FREMD
               " Subunternehmerbuchungen/-storni zum Einkaufssatz"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    MOVE "Marge je Projekt:" TO MELDUNG
    PERFORM MELDE
    MOVE "=============================================" TO MELDUNG
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        IF MPJ-SPESEN-WEITER(LAUF-IDX) > 0
         OR MPJ-SPESEN-ABSORB(LAUF-IDX) > 0
            COMPUTE PRINT-UMSATZ = MPJ-SPESEN-WEITER(LAUF-IDX)
            COMPUTE PRINT-KOSTEN = MPJ-SPESEN-ABSORB(LAUF-IDX)
            MOVE SPACES TO MELDUNG
            STRING "    davon Spesen weiterberechnet " PRINT-UMSATZ
                   "  absorbiert " PRINT-KOSTEN
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
        IF MPJ-FREMD(LAUF-IDX) > 0
            COMPUTE PRINT-KOSTEN = MPJ-FREMD(LAUF-IDX)
            MOVE SPACES TO MELDUNG
            STRING "    davon Fremdleistung (Subunternehmer) "
                   PRINT-KOSTEN
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
        IF MARGE < 0
            MOVE "    << VERLUSTPROJEKT" TO MELDUNG
            PERFORM MELDE


*> ================================================================
*> #9 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Kostensatz und Abteilung werden nicht mehr in eine Tabelle
*> geladen, sondern je Historien- und Spesensatz gesucht.
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


*> ----------------------------------------------------------------
*> #9.0.6 Mitarbeiter unter maskiertem Namen suchen
*> ----------------------------------------------------------------
*> STAMM-SUCH-VORNAME/-NACHNAME tragen den ROT13-Namen aus
*> Historie oder Ledger; der Stamm fuehrt Klartext.
SUCHE-MASKIERTEN-STAMM.
    INSPECT STAMM-SUCH-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT STAMM-SUCH-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    PERFORM SUCHE-STAMM-PER-NAME.


*> ================================================================
*> #9.1 Einkaufssatz und Kostenstelle der Subunternehmer laden
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
                MOVE SU-NUMMER TO MSU-NUMMER(SUBUNT-ANZAHL)
                MOVE SU-KOSTENSTELLE
                    TO MSU-KOSTENSTELLE(SUBUNT-ANZAHL)
                IF SU-EINKAUFSSATZ IS NUMERIC
                    MOVE SU-EINKAUFSSATZ
                        TO MSU-EINKAUF(SUBUNT-ANZAHL)
                ELSE
                    MOVE 0 TO MSU-EINKAUF(SUBUNT-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE SUBUNTERNEHMER-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.

