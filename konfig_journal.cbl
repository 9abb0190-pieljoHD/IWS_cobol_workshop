01 CNT-AENDERUNGEN PIC 9(4) VALUE 0.
01 CMD-LINE PIC X(200).

*> Ueberwachte Steuerdateien. BENUTZER.CFG steht mit darin, damit
*> jede Rollenvergabe (auch eine zeitweise) im Journal steht - der
*> FUNKTIONSTRENNUNG-Bericht wertet das aus.
01 KONFIG-NAMEN-TABELLE.
    05 FILLER PIC X(30) VALUE "STUNDENSATZ.CFG".
    05 FILLER PIC X(30) VALUE "ALARM-SCHWELLE.CFG".
    05 FILLER PIC X(30) VALUE "VALIDIERUNGSSTUFE.CFG".
    05 FILLER PIC X(30) VALUE "MITARBEITER-SATZ.CFG".
    05 FILLER PIC X(30) VALUE "ABTEILUNG.CFG".
    05 FILLER PIC X(30) VALUE "BENUTZER.CFG".
01 KONFIG-NAMEN-LISTE REDEFINES KONFIG-NAMEN-TABELLE.
    05 KONFIG-DATEI-NAME PIC X(30) OCCURS 8 TIMES.
01 KONFIG-IDX PIC 9.


        GOBACK
    END-IF.

    PERFORM VARYING KONFIG-IDX FROM 1 BY 1 UNTIL KONFIG-IDX > 8
        PERFORM VERGLEICHE-DATEI
    END-PERFORM.

