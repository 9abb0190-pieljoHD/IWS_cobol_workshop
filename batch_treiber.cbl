        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KJOURNAL.

    *> Von AUSGABE-VERTEILUNG nicht zugestellte Ausgaben.
    SELECT VERTEILUNG-OFFEN
        ASSIGN TO "VERTEILUNG-OFFEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-VOFFEN.

    *> Parallelitaetsgrad fuer unabhaengige Standorte (eine Zeile,
    *> Anzahl gleichzeitiger Standorte; Default 1 = seriell wie
    *> bisher). Parallel laufen NUR Standorte ohne Konfigsatz-
FD KONFIG-JOURNAL-LOG.
01 KONFIG-JOURNAL-ZEILE PIC X(200).

FD VERTEILUNG-OFFEN.
01 VERTEILUNG-OFFEN-ZEILE PIC X(120).

FD PARALLEL-CFG.
01 PARALLEL-CFG-ZEILE PIC X(2).

   VALUE "[ ! -x ./konfig_pruefung ] || ./konfig_pruefung".
01 CMD-KONFIGJOURNAL PIC X(80)
   VALUE "[ ! -x ./konfig_journal ] || ./konfig_journal".
*> Alarme der Nacht sofort uebernehmen und benachrichtigen, nicht
*> erst beim naechsten Takt der ALARM-VERWALTUNG.
01 CMD-ALARME PIC X(80)
   VALUE "[ ! -x ./alarm_verwaltung ] || ./alarm_verwaltung".
*> Berichte und Spools des Laufs nach VERTEILER.CFG zustellen.
01 CMD-VERTEILUNG PIC X(80)
   VALUE "[ ! -x ./ausgabe_verteilung ] || ./ausgabe_verteilung".
*> Neue Ausgangsdateien des Laufs im Versandregister erfassen; gesendet
*> wird nur auf Anforderung (datei_versand SENDEN).
01 CMD-VERSAND PIC X(80)
   VALUE "[ ! -x ./datei_versand ] || ./datei_versand".

*> Standortindividuelle Arbeitsdateien: jeder Standort laeuft unter
*> seinem eigenen Praefix SITE-nnnn, damit FEHLER.LOG, Summary- und
77 FS-MARKER PIC XX VALUE SPACES.
77 FS-KJOURNAL PIC XX VALUE SPACES.
01 KJOURNAL-EOF PIC X VALUE "N".
77 FS-VOFFEN PIC XX VALUE SPACES.
01 VOFFEN-EOF PIC X VALUE "N".
01 VOFFEN-ANZAHL PIC 9(4) VALUE 0.
01 HEUTE-DATUM-8 PIC X(8).
77 LEDGER-EOF PIC X VALUE "N".
01 CMD-MARKER-WEG PIC X(40) VALUE "rm -f BATCH-LAUF.AKTIV".
01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".

*> Laufjournal (LAUF-JOURNAL.LOG): Bausteine fuer die START-/ENDE-
*> Eintraege dieses Programms.
01 WS-ARGUMENT-WERT   PIC X(100).
01 RESTART-MODUS PIC X VALUE "N".
    88 RESTART-AKTIV VALUE "J".
*> Einzelstandort-Lauf ("STANDORT <Tagesdatei>"): nur die Zeile der
*> BATCH-SITES.CFG mit dieser Tagesdatei wird verarbeitet - so
*> startet der JOB-PLANER einen Standort, sobald dessen Tagesdatei
*> und Bereit-Datei eingetroffen sind. Die laufende Nummer bleibt
*> die der Zeile in der Liste (Hausstandort = 1).
01 NUR-STANDORT PIC X(156) VALUE SPACES.

*> Letzter bekannter Status je Standort aus dem Ledger.
01 LEDGER-SITE-ANZAHL PIC 9(3) VALUE 0.
        IF EOF-FLAG NOT = "Y" AND FUNCTION TRIM(SITE-DATEINAME) NOT = SPACES
            ADD 1 TO STANDORT-LFD-NR
            PERFORM PRUEFE-RESTART-UEBERSPRINGEN
            EVALUATE TRUE
                WHEN NUR-STANDORT NOT = SPACES
                 AND SITE-RESTART-DATEI NOT = NUR-STANDORT
                    CONTINUE
                WHEN LS-GEFUNDEN = "J"
                    ADD 1 TO STANDORT-RESTART-UEBERSPRUNGEN
                    DISPLAY "RESTART: " FUNCTION TRIM(SITE-DATEINAME)
                            " war bereits OK, wird uebersprungen."
                WHEN SITE-ANZAHL < 200
                    ADD 1 TO SITE-ANZAHL
                    MOVE SITE-DATEINAME TO SIT-ZEILE(SITE-ANZAHL)
                    MOVE STANDORT-LFD-NR TO SIT-LFD-NR(SITE-ANZAHL)
                    MOVE "N" TO SIT-PARALLEL(SITE-ANZAHL)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

        END-PERFORM
    END-IF.

    CALL "SYSTEM" USING CMD-ALARME.
    CALL "SYSTEM" USING CMD-VERTEILUNG.
    CALL "SYSTEM" USING CMD-VERSAND.
    CALL "SYSTEM" USING CMD-MARKER-WEG.
    MOVE 0 TO RETURN-CODE.

    PERFORM DRUCKE-DASHBOARD.

    *> Einzelstandort-Lauf: der Aufrufer entscheidet am Return-Code,
    *> ob der Standort erledigt ist.
    IF NUR-STANDORT NOT = SPACES
        IF SITE-ANZAHL = 0
            DISPLAY "Standort " FUNCTION TRIM(NUR-STANDORT)
                    " nicht in BATCH-SITES.CFG (oder per RESTART"
                    " bereits OK)."
            MOVE 1 TO RETURN-CODE
        ELSE
            IF STANDORT-STATUS NOT = "OK"
                MOVE 1 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.

    PERFORM SCHREIBE-JOURNAL-ENDE.

    GOBACK.
    WRITE DASHBOARD-ZEILE.

    PERFORM DASHBOARD-KONFIG-AENDERUNGEN.
    PERFORM DASHBOARD-VERTEILUNG-OFFEN.

    IF STANDORT-RESTART-UEBERSPRUNGEN > 0
        MOVE SPACES TO DASHBOARD-ZEILE
    END-IF.


*> ================================================================
*> #5.7 Erzeugte, aber nicht verteilte Ausgaben im Dashboard
*> ================================================================
*> VERTEILUNG-OFFEN.DAT schreibt AUSGABE-VERTEILUNG am Ende jedes
*> Laufs neu; die ersten zehn Zeilen stehen im Dashboard.
DASHBOARD-VERTEILUNG-OFFEN.
    MOVE 0 TO VOFFEN-ANZAHL
    MOVE "N" TO VOFFEN-EOF
    OPEN INPUT VERTEILUNG-OFFEN
    IF FS-VOFFEN = "00"
        PERFORM UNTIL VOFFEN-EOF = "Y"
            READ VERTEILUNG-OFFEN
                AT END MOVE "Y" TO VOFFEN-EOF
                NOT AT END
                    ADD 1 TO VOFFEN-ANZAHL
                    IF VOFFEN-ANZAHL <= 10
                        MOVE SPACES TO DASHBOARD-ZEILE
                        STRING "Nicht verteilt: "
                               VERTEILUNG-OFFEN-ZEILE(1:64)
                            INTO DASHBOARD-ZEILE
                        END-STRING
                        DISPLAY FUNCTION TRIM(DASHBOARD-ZEILE)
                        WRITE DASHBOARD-ZEILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VERTEILUNG-OFFEN
    END-IF
    IF VOFFEN-ANZAHL > 10
        MOVE SPACES TO DASHBOARD-ZEILE
        STRING "Nicht verteilt insgesamt: " VOFFEN-ANZAHL
               " (VERTEILUNG-OFFEN.DAT)"
            INTO DASHBOARD-ZEILE
        END-STRING
        DISPLAY FUNCTION TRIM(DASHBOARD-ZEILE)
        WRITE DASHBOARD-ZEILE
    END-IF.


*> ================================================================
*> #5 Einen Standort validieren, abrechnen und aufsummieren
*> ================================================================


*> ================================================================
*> #5.1 Kommandozeilenparameter auswerten (RESTART-Modus,
*>      Einzelstandort)
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
                = "RESTART"
            MOVE "J" TO RESTART-MODUS
        END-IF
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGUMENT-WERT))
                = "STANDORT"
         AND WS-ARGUMENT-ANZAHL >= 2
            MOVE 2 TO WS-ARGUMENT-INDEX
            DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
            ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
            MOVE FUNCTION TRIM(WS-ARGUMENT-WERT) TO NUR-STANDORT
            DISPLAY "Einzelstandort-Lauf: "
                    FUNCTION TRIM(NUR-STANDORT)
        END-IF
    END-IF.


        END-STRING
        CALL "SYSTEM" USING CMD-KOPIE
    END-PERFORM
    *> Der Konfigsatz kann MITARBEITER-STAMM.DAT ersetzt haben -
    *> indizierten Stamm nachziehen (nur wo er aufgebaut ist).
    CALL "SYSTEM" USING CMD-STAMM-INDEX
    MOVE 0 TO RETURN-CODE.


