01 ERF-GEHALT-RAW       PIC X(08).
01 ERF-GEBURTSDATUM-RAW PIC X(08).
01 ERF-PROJEKT-RAW      PIC X(08).
01 ERF-TAETIGKEIT-RAW   PIC X(02).
01 ERF-FEHLER           PIC X VALUE "N".

01 ERF-AUSGABE-SATZ.
    05 EA-PROJEKT       PIC X(08).
    05 FILLER           PIC X(08).
    05 EA-ERFASSER      PIC X(08).
    05 EA-TAETIGKEIT    PIC X(02).

01 ALLOWED-NAME-CHARS PIC X(200)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz ÄÖÜäöüß-".
    DISPLAY "Projekt/Kostentraeger (leer = ohne): "
    ACCEPT ERF-PROJEKT-RAW

    DISPLAY "Taetigkeitscode (leer = Projektarbeit): "
    ACCEPT ERF-TAETIGKEIT-RAW

    PERFORM PRUEFE-ERFASSUNG

    IF ERF-FEHLER = "J"
        MOVE ERF-GEBURTSDATUM-RAW TO EA-GEBURTSDATUM
        MOVE ERF-PROJEKT-RAW     TO EA-PROJEKT
        MOVE BENUTZER-ID         TO EA-ERFASSER
        MOVE ERF-TAETIGKEIT-RAW  TO EA-TAETIGKEIT
        MOVE ERF-AUSGABE-SATZ    TO BUCHUNGEN-AUSGABE-ZEILE
        WRITE BUCHUNGEN-AUSGABE-ZEILE
        ADD 1 TO CNT-ERFASST
