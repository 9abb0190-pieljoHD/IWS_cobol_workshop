01 CMD-SYNC        PIC X(80) VALUE "./dbExample SYNC".
01 CMD-ABSTIMMUNG  PIC X(80) VALUE "./lauf_abstimmung".
01 CMD-JOURNAL     PIC X(80) VALUE "./journal_anzeige".
01 CMD-JOBPLAN     PIC X(80) VALUE "./job_planer PLAN".
01 CMD-UEBERGABE   PIC X(80) VALUE "./alarm_verwaltung UEBERGABE".
01 CMD-QUITTUNG    PIC X(80) VALUE "./alarm_verwaltung QUITTIEREN".
01 CMD-VERTEILUNG  PIC X(80) VALUE "./ausgabe_verteilung".
01 CMD-VERSAND     PIC X(80) VALUE "./datei_versand SENDEN".
01 CMD-VERSANDLISTE PIC X(80) VALUE "./datei_versand LISTE".
01 CMD-KENNZAHLEN  PIC X(80) VALUE "./kennzahlen_pack".
*> Frischt VERTEILUNG-OFFEN.DAT fuer die Statusanzeige auf, ohne
*> etwas zuzustellen.
01 CMD-VERTEILUNG-PRUEFEN PIC X(80) VALUE
   "[ ! -x ./ausgabe_verteilung ] || ./ausgabe_verteilung"
   & " PRUEFEN >/dev/null".


*> ================================================================
    DISPLAY "============================================".
    DISPLAY "Tagesablauf - aktueller Stand:".

    *> Mehrfirmenbetrieb: welche Firma liegt im Verzeichnis?
    MOVE "FIRMA-AKTIV.DAT" TO PRUEF-DATEINAME
    OPEN INPUT PRUEF-DATEI
    IF FS-PRUEF = "00"
        MOVE SPACES TO PRUEF-ZEILE
        READ PRUEF-DATEI
            AT END CONTINUE
        END-READ
        CLOSE PRUEF-DATEI
        IF PRUEF-ZEILE(1:2) = "**"
            DISPLAY "  Firma:                    Konzernsicht -"
                    " nur Auswertungen"
        ELSE
            DISPLAY "  Firma:                    " PRUEF-ZEILE(1:2)
        END-IF
    END-IF.

    MOVE "REJECTED-BUCHUNGEN.DAT" TO PRUEF-DATEINAME
    PERFORM ZAEHLE-DATEI
    IF PRUEF-VORHANDEN = "J" AND PRUEF-ANZAHL > 0
                " Marker eines Nachtlaufs?"
    END-IF.

    MOVE "JOB-PLANER.AKTIV" TO PRUEF-DATEINAME
    PERFORM ZAEHLE-DATEI
    IF PRUEF-VORHANDEN = "J"
        DISPLAY "  Job-Planer:               startet gerade Jobs"
                " (JOB-PLANER.AKTIV)"
    END-IF.

    PERFORM ZAEHLE-OFFENE-ALARME
    IF PRUEF-ANZAHL > 0
        DISPLAY "  Offene Alarme:            " PRUEF-ANZAHL
                " (Auswahl 12/13)"
    END-IF.

    CALL "SYSTEM" USING CMD-VERTEILUNG-PRUEFEN
    MOVE 0 TO RETURN-CODE
    MOVE "VERTEILUNG-OFFEN.DAT" TO PRUEF-DATEINAME
    PERFORM ZAEHLE-DATEI
    IF PRUEF-VORHANDEN = "J" AND PRUEF-ANZAHL > 0
        DISPLAY "  Nicht verteilte Ausgaben: " PRUEF-ANZAHL
                " (VERTEILUNG-OFFEN.DAT, Auswahl 14)"
    END-IF.


*> ================================================================
*> #6 Menue anzeigen
    DISPLAY "  8  DB-Abgleich (ShowTables SYNC)".
    DISPLAY "  9  Lauf-Abstimmung".
    DISPLAY " 10  Laufjournal anzeigen".
    DISPLAY " 11  Tagesplan des Job-Planers".
    DISPLAY " 12  Alarme: Schichtuebergabe".
    DISPLAY " 13  Alarm quittieren".
    DISPLAY " 14  Ausgaben verteilen".
    DISPLAY " 15  Ausgangsdateien versenden".
    DISPLAY " 16  Versandregister anzeigen".
    DISPLAY " 17  Kennzahlen-Pack Vormonat".
    DISPLAY "  0  Ende".
    DISPLAY "Auswahl: ".

        WHEN "8"  MOVE CMD-SYNC       TO CMD-AUFRUF
        WHEN "9"  MOVE CMD-ABSTIMMUNG TO CMD-AUFRUF
        WHEN "10" MOVE CMD-JOURNAL    TO CMD-AUFRUF
        WHEN "11" MOVE CMD-JOBPLAN    TO CMD-AUFRUF
        WHEN "12" MOVE CMD-UEBERGABE  TO CMD-AUFRUF
        WHEN "13" MOVE CMD-QUITTUNG   TO CMD-AUFRUF
        WHEN "14" MOVE CMD-VERTEILUNG TO CMD-AUFRUF
        WHEN "15" MOVE CMD-VERSAND    TO CMD-AUFRUF
        WHEN "16" MOVE CMD-VERSANDLISTE TO CMD-AUFRUF
        WHEN "17" MOVE CMD-KENNZAHLEN TO CMD-AUFRUF
        WHEN "0"  MOVE "Y" TO MENUE-ENDE
        WHEN OTHER
            DISPLAY "Unbekannte Auswahl '"
        END-PERFORM
        CLOSE PRUEF-DATEI
    END-IF.


*> ----------------------------------------------------------------
*> #8.1 Offene Alarme im ALARM-REGISTER.DAT zaehlen (Satzbild
*>      ALMREC, ALM-STATUS ab Spalte 48)
*> ----------------------------------------------------------------
ZAEHLE-OFFENE-ALARME.
    MOVE 0 TO PRUEF-ANZAHL
    MOVE "N" TO EOF-FLAG
    MOVE "ALARM-REGISTER.DAT" TO PRUEF-DATEINAME
    OPEN INPUT PRUEF-DATEI
    IF FS-PRUEF = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ PRUEF-DATEI
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF PRUEF-ZEILE(48:9) = "OFFEN"
                        ADD 1 TO PRUEF-ANZAHL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRUEF-DATEI
    END-IF.
