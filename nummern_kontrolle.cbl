*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. NUMMERN-KONTROLLE.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Lueckenlose Rechnungsnummern - die Betriebspruefung fragt nach
*> jeder fehlenden oder doppelten Nummer. Verglichen werden der
*> Zaehler RECHNUNG.NR, RECHNUNGS-REGISTER.DAT (massgeblich: mit
*> seiner Zeile gilt ein Beleg als ausgestellt), die Steuerzeilen
*> in MWST-REGISTER.DAT und die Belegdokumente RECHNUNG-<Nr>.TXT
*> und GUTSCHRIFT-<Nr>.TXT im Arbeitsverzeichnis. Gemeldet wird
*> jede Luecke und jede Doppelvergabe mit ihrer Ursache:
*>   - Nummer mehrfach im Register bzw. Rechnung und Gutschrift
*>     mit derselben Nummer (Zaehler zurueckgesetzt, Register
*>     doppelt eingespielt),
*>   - Dokument oder Steuerzeile ohne Registerzeile (abgebrochener
*>     Lauf - hinter der hoechsten Registernummer nimmt der naechste
*>     Lauf sie zurueck und vergibt die Nummer neu),
*>   - Luecke im Register ohne jede Spur (Nummer verworfen oder
*>     Registerzeile entfernt),
*>   - RECHNUNG.NR hinter oder vor dem Register.
*> Registerzeilen ohne Dokument sind keine Nummernluecke (Loeschung
*> nach Aufbewahrungsfrist, Ablage) und werden nur als Hinweis
*> gezaehlt. Geprueft werden 99999 Nummern ab der kleinsten
*> Registernummer. Ergebnis: Konsole + NUMMERN-KONTROLLE.RPT;
*> RETURN-CODE 4, wenn etwas gemeldet wurde.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECHNUNG-NUMMER
        ASSIGN TO "RECHNUNG.NR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-NUMMER.

    SELECT RECHNUNGS-REGISTER
        ASSIGN TO "RECHNUNGS-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    SELECT MWST-REGISTER
        ASSIGN TO "MWST-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MWST-REG.

    *> Liste der Belegdokumente, per Shell erzeugt (mirrors
    *> DATENLOESCHUNG).
    SELECT DOKUMENT-LISTE
        ASSIGN TO "NUMMERN-DOKUMENTE.TMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LISTE.

    SELECT NUMMERN-REPORT
        ASSIGN TO "NUMMERN-KONTROLLE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD RECHNUNG-NUMMER.
01 RECHNUNG-NUMMER-RECORD PIC 9(6).

*> Mirrors REGISTER-RECORD in rechnungs_generator.cbl.
FD RECHNUNGS-REGISTER.
01 REGISTER-RECORD.
    05 REG-NUMMER      PIC 9(06).
    05 FILLER          PIC X(01).
    05 REG-DATUM       PIC 9(08).
    05 FILLER          PIC X(01).
    05 REG-EMPFAENGER  PIC X(10).
    05 FILLER          PIC X(01).
    05 REG-STUNDEN     PIC 9(06).
    05 FILLER          PIC X(01).
    05 REG-BETRAG      PIC 9(9)V99.
    05 FILLER          PIC X(01).
    05 REG-ART         PIC X(01).
    05 FILLER          PIC X(01).
    05 REG-REFERENZ    PIC 9(06).

*> Mirrors MWST-REGISTER-RECORD in rechnungs_generator.cbl.
FD MWST-REGISTER.
01 MWST-REGISTER-RECORD.
    05 MR-NUMMER PIC 9(06).
    05 FILLER    PIC X(01).
    05 MR-DATUM  PIC 9(08).
    05 FILLER    PIC X(01).
    05 MR-SATZ   PIC 9(2)V99.
    05 FILLER    PIC X(01).
    05 MR-NETTO  PIC 9(9)V99.
    05 FILLER    PIC X(01).
    05 MR-STEUER PIC 9(9)V99.
    05 FILLER    PIC X(01).
    05 MR-ART    PIC X(01).

FD DOKUMENT-LISTE.
01 DOKUMENT-LISTE-ZEILE PIC X(100).

FD NUMMERN-REPORT.
01 REPORT-ZEILE PIC X(132).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-NUMMER   PIC XX VALUE SPACES.
77 FS-REGISTER PIC XX VALUE SPACES.
77 FS-MWST-REG PIC XX VALUE SPACES.
77 FS-LISTE    PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 CMD-LINE PIC X(200).

*> Stand des Nummernkreises.
01 ZAEHLER-NR      PIC 9(6) VALUE 0.
01 ZAEHLER-DA      PIC X VALUE "N".
01 REG-KLEINSTE-NR PIC 9(6) VALUE 0.
01 REG-HOECHSTE-NR PIC 9(6) VALUE 0.
01 REG-ZEILEN      PIC 9(6) VALUE 0.
01 PRUEF-BIS-NR    PIC 9(6) VALUE 0.

*> Je Nummer, was zu ihr gefunden wurde. NK-POS = Nummer minus
*> NK-BASIS (kleinste Registernummer - 1).
01 NK-BASIS PIC 9(6) VALUE 0.
01 NUMMERN-TABELLE.
    05 NUMMERN-EINTRAG OCCURS 99999 TIMES.
        10 NK-REG-R  PIC 9(02).
        10 NK-REG-G  PIC 9(02).
        10 NK-MWST   PIC 9(02).
        10 NK-DOK-R  PIC X(01).
        10 NK-DOK-G  PIC X(01).
01 NK-POS       PIC 9(6).
01 NK-NUMMER    PIC 9(6).
01 NK-LAUF-NR   PIC 9(6).
01 NK-REG-ZAHL  PIC 9(3).

*> Dokumentliste.
01 DL-NAME     PIC X(100).
01 DL-NR-RAW   PIC X(06).
01 DL-ART      PIC X(01).

01 CNT-BEFUND        PIC 9(6) VALUE 0.
01 CNT-DOPPELT       PIC 9(6) VALUE 0.
01 CNT-LUECKE        PIC 9(6) VALUE 0.
01 CNT-OHNE-REGISTER PIC 9(6) VALUE 0.
01 CNT-OHNE-DOKUMENT PIC 9(6) VALUE 0.
01 CNT-UNGUELTIG     PIC 9(6) VALUE 0.
01 CNT-AUSSERHALB    PIC 9(6) VALUE 0.
01 CNT-DOKUMENTE     PIC 9(6) VALUE 0.
01 CNT-MWST          PIC 9(6) VALUE 0.

01 SPUR-TEXT PIC X(40).
01 MELDUNG   PIC X(132).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM LADE-RECHNUNG-NUMMER.
    PERFORM ERMITTLE-REGISTER-UMFANG.
    IF REG-HOECHSTE-NR > 0
        COMPUTE NK-BASIS = REG-KLEINSTE-NR - 1
    END-IF.
    INITIALIZE NUMMERN-TABELLE.
    PERFORM LADE-REGISTER.
    PERFORM LADE-MWST-REGISTER.
    PERFORM LADE-DOKUMENTE.

    OPEN OUTPUT NUMMERN-REPORT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von NUMMERN-KONTROLLE.RPT,"
                " Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO MELDUNG
    STRING "Nummernkontrolle Rechnungen/Gutschriften - RECHNUNG.NR "
           ZAEHLER-NR ", Register " REG-KLEINSTE-NR " bis "
           REG-HOECHSTE-NR " (" REG-ZEILEN " Zeilen)"
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "  " CNT-MWST " Steuerzeile(n), " CNT-DOKUMENTE
           " Belegdokument(e) im Arbeitsverzeichnis"
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    PERFORM PRUEFE-ZAEHLER.

    *> Bis zur hoechsten Nummer, zu der es irgendeine Spur gibt -
    *> auch hinter Register und Zaehler.
    MOVE REG-HOECHSTE-NR TO PRUEF-BIS-NR
    PERFORM VARYING NK-POS FROM 99999 BY -1
            UNTIL NK-POS < 1 OR PRUEF-BIS-NR > NK-BASIS + NK-POS - 1
        IF NK-REG-R(NK-POS) > 0 OR NK-REG-G(NK-POS) > 0
         OR NK-MWST(NK-POS) > 0
         OR NK-DOK-R(NK-POS) = "J" OR NK-DOK-G(NK-POS) = "J"
            COMPUTE PRUEF-BIS-NR = NK-BASIS + NK-POS
        END-IF
    END-PERFORM.

    PERFORM VARYING NK-POS FROM 1 BY 1
            UNTIL NK-POS > 99999
             OR NK-BASIS + NK-POS > PRUEF-BIS-NR
        COMPUTE NK-NUMMER = NK-BASIS + NK-POS
        PERFORM PRUEFE-NUMMER
    END-PERFORM.

    IF CNT-UNGUELTIG > 0
        MOVE SPACES TO MELDUNG
        STRING "BEFUND: " CNT-UNGUELTIG " Registerzeile(n) ohne"
               " gueltige Nummer - Ursache: Zeile von Hand"
               " bearbeitet oder beschaedigt."
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD CNT-UNGUELTIG TO CNT-BEFUND
    END-IF.
    IF CNT-AUSSERHALB > 0
        MOVE SPACES TO MELDUNG
        STRING "HINWEIS: " CNT-AUSSERHALB " Eintrag/Eintraege"
               " ausserhalb der 99999 geprueften Nummern ab "
               REG-KLEINSTE-NR " - nicht geprueft."
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.
    IF CNT-BEFUND = 0
        MOVE "  Keine Luecke und keine Doppelvergabe gefunden."
            TO MELDUNG
        PERFORM MELDE
    END-IF.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING CNT-BEFUND " Befund(e): " CNT-DOPPELT " doppelt, "
           CNT-LUECKE " Luecke(n), " CNT-OHNE-REGISTER
           " ohne Registerzeile."
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-OHNE-DOKUMENT > 0
        MOVE SPACES TO MELDUNG
        STRING "HINWEIS: " CNT-OHNE-DOKUMENT " Registerzeile(n) ohne"
               " Dokument im Arbeitsverzeichnis (geloescht oder"
               " abgelegt) - keine Nummernluecke."
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.

    CLOSE NUMMERN-REPORT.
    IF CNT-BEFUND > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.


*> ================================================================
*> #5 Zaehler gegen Register
*> ================================================================
*> Hinter dem Register: der Zaehler wurde zurueckgesetzt oder aus
*> einer Sicherung geholt - der naechste Lauf setzt beim Register
*> fort. Vor dem Register ohne Spur eines Abbruchs: von Hand
*> vorgestellt, die Nummern dazwischen werden nie vergeben.
PRUEFE-ZAEHLER.
    IF ZAEHLER-DA NOT = "J"
        IF REG-HOECHSTE-NR > 0
            MOVE SPACES TO MELDUNG
            STRING "BEFUND: RECHNUNG.NR fehlt, Register bis "
                   REG-HOECHSTE-NR " - Ursache: Zaehlerdatei"
                   " geloescht; der naechste Lauf setzt beim"
                   " Register fort."
                DELIMITED BY SIZE
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
            ADD 1 TO CNT-BEFUND
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF ZAEHLER-NR < REG-HOECHSTE-NR
        MOVE SPACES TO MELDUNG
        STRING "BEFUND: RECHNUNG.NR (" ZAEHLER-NR ") hinter dem"
               " Register (" REG-HOECHSTE-NR ") - Ursache: Zaehler"
               " zurueckgesetzt oder aus Sicherung zurueckgeholt;"
               " der naechste Lauf setzt beim Register fort."
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-BEFUND
    END-IF
    IF ZAEHLER-NR > REG-HOECHSTE-NR
        MOVE SPACES TO MELDUNG
        STRING "BEFUND: RECHNUNG.NR (" ZAEHLER-NR ") vor dem"
               " Register (" REG-HOECHSTE-NR ") - Ursache: Zaehler"
               " von Hand vorgestellt; Nummern dazwischen bleiben"
               " frei."
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-BEFUND
    END-IF.


*> ================================================================
*> #6 Eine Nummer pruefen
*> ================================================================
PRUEFE-NUMMER.
    COMPUTE NK-REG-ZAHL = NK-REG-R(NK-POS) + NK-REG-G(NK-POS)

    IF NK-REG-R(NK-POS) > 0 AND NK-REG-G(NK-POS) > 0
        MOVE SPACES TO MELDUNG
        STRING "BEFUND: Nummer " NK-NUMMER " Rechnung und"
               " Gutschrift zugleich - Ursache: Zaehler"
               " zurueckgesetzt oder Register doppelt eingespielt."
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-DOPPELT CNT-BEFUND
    ELSE
        IF NK-REG-ZAHL > 1
            MOVE SPACES TO MELDUNG
            STRING "BEFUND: Nummer " NK-NUMMER " " NK-REG-ZAHL
                   "-mal im Register - Ursache: Zaehler"
                   " zurueckgesetzt oder Register doppelt"
                   " eingespielt."
                DELIMITED BY SIZE
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
            ADD 1 TO CNT-DOPPELT CNT-BEFUND
        END-IF
    END-IF

    IF NK-REG-ZAHL = 0
        PERFORM PRUEFE-NUMMER-OHNE-REGISTER
        EXIT PARAGRAPH
    END-IF

    *> Dokument der anderen Belegart unter einer registrierten
    *> Nummer.
    IF (NK-DOK-R(NK-POS) = "J" AND NK-REG-R(NK-POS) = 0)
     OR (NK-DOK-G(NK-POS) = "J" AND NK-REG-G(NK-POS) = 0)
        MOVE SPACES TO MELDUNG
        STRING "BEFUND: Nummer " NK-NUMMER " Dokument passt nicht"
               " zur Belegart im Register - Ursache: Nummer doppelt"
               " vergeben (Zaehler zurueckgesetzt)."
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-DOPPELT CNT-BEFUND
    END-IF

    IF (NK-REG-R(NK-POS) > 0 AND NK-DOK-R(NK-POS) NOT = "J")
     OR (NK-REG-G(NK-POS) > 0 AND NK-DOK-G(NK-POS) NOT = "J")
        ADD 1 TO CNT-OHNE-DOKUMENT
    END-IF.


*> ----------------------------------------------------------------
*> #6.1 Nummer ohne Registerzeile
*> ----------------------------------------------------------------
*> Hinter der hoechsten Registernummer ist eine Spur der Rest eines
*> abgebrochenen Laufs; ohne Spur ist dort nichts zu melden (der
*> Zaehler ist in PRUEFE-ZAEHLER bewertet).
PRUEFE-NUMMER-OHNE-REGISTER.
    MOVE SPACES TO SPUR-TEXT
    EVALUATE TRUE
        WHEN NK-DOK-R(NK-POS) = "J"
            MOVE "RECHNUNG-Dokument" TO SPUR-TEXT
        WHEN NK-DOK-G(NK-POS) = "J"
            MOVE "GUTSCHRIFT-Dokument" TO SPUR-TEXT
        WHEN NK-MWST(NK-POS) > 0
            MOVE "Steuerzeile" TO SPUR-TEXT
    END-EVALUATE

    IF SPUR-TEXT NOT = SPACES
        MOVE SPACES TO MELDUNG
        IF NK-NUMMER > REG-HOECHSTE-NR
            STRING "BEFUND: Nummer " NK-NUMMER " "
                   FUNCTION TRIM(SPUR-TEXT) " ohne Registerzeile -"
                   " Ursache: Lauf abgebrochen; der naechste Lauf"
                   " vergibt die Nummer neu."
                DELIMITED BY SIZE
                INTO MELDUNG
            END-STRING
        ELSE
            STRING "BEFUND: Nummer " NK-NUMMER " "
                   FUNCTION TRIM(SPUR-TEXT) " ohne Registerzeile -"
                   " Ursache: Lauf vor der Registerzeile abgebrochen"
                   " oder Zeile entfernt."
                DELIMITED BY SIZE
                INTO MELDUNG
            END-STRING
        END-IF
        PERFORM MELDE
        ADD 1 TO CNT-OHNE-REGISTER CNT-BEFUND
        EXIT PARAGRAPH
    END-IF

    IF NK-NUMMER < REG-HOECHSTE-NR
        MOVE SPACES TO MELDUNG
        STRING "BEFUND: Nummer " NK-NUMMER " fehlt (Luecke) -"
               " Ursache: Nummer verworfen (aeltere"
               " Programmversion) oder Registerzeile entfernt."
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-LUECKE CNT-BEFUND
    END-IF.


*> ================================================================
*> #7 Zaehler laden
*> ================================================================
LADE-RECHNUNG-NUMMER.
    OPEN INPUT RECHNUNG-NUMMER
    IF FS-NUMMER = "00"
        READ RECHNUNG-NUMMER
            AT END CONTINUE
            NOT AT END
                IF RECHNUNG-NUMMER-RECORD IS NUMERIC
                    MOVE RECHNUNG-NUMMER-RECORD TO ZAEHLER-NR
                    MOVE "J" TO ZAEHLER-DA
                END-IF
        END-READ
        CLOSE RECHNUNG-NUMMER
    END-IF.


*> ================================================================
*> #8 Register lesen
*> ================================================================
*> Erster Durchgang: kleinste und hoechste Nummer (Basis der
*> Tabelle).
ERMITTLE-REGISTER-UMFANG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RECHNUNGS-REGISTER
    IF FS-REGISTER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ RECHNUNGS-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF REG-NUMMER IS NUMERIC AND REG-NUMMER > 0
                        IF REG-KLEINSTE-NR = 0
                         OR REG-NUMMER < REG-KLEINSTE-NR
                            MOVE REG-NUMMER TO REG-KLEINSTE-NR
                        END-IF
                        IF REG-NUMMER > REG-HOECHSTE-NR
                            MOVE REG-NUMMER TO REG-HOECHSTE-NR
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECHNUNGS-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG.

LADE-REGISTER.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RECHNUNGS-REGISTER
    IF FS-REGISTER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ RECHNUNGS-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    ADD 1 TO REG-ZEILEN
                    IF REG-NUMMER IS NUMERIC AND REG-NUMMER > 0
                        MOVE REG-NUMMER TO NK-LAUF-NR
                        PERFORM ERMITTLE-POSITION
                        IF NK-POS > 0
                            IF REG-ART = "G"
                                IF NK-REG-G(NK-POS) < 99
                                    ADD 1 TO NK-REG-G(NK-POS)
                                END-IF
                            ELSE
                                IF NK-REG-R(NK-POS) < 99
                                    ADD 1 TO NK-REG-R(NK-POS)
                                END-IF
                            END-IF
                        END-IF
                    ELSE
                        ADD 1 TO CNT-UNGUELTIG
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECHNUNGS-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Tabellenposition zu NK-LAUF-NR (0 = ausserhalb)
*> ----------------------------------------------------------------
ERMITTLE-POSITION.
    IF NK-LAUF-NR <= NK-BASIS
     OR NK-LAUF-NR - NK-BASIS > 99999
        MOVE 0 TO NK-POS
        ADD 1 TO CNT-AUSSERHALB
    ELSE
        COMPUTE NK-POS = NK-LAUF-NR - NK-BASIS
    END-IF.


*> ================================================================
*> #9 Steuerzeilen lesen
*> ================================================================
LADE-MWST-REGISTER.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MWST-REGISTER
    IF FS-MWST-REG = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ MWST-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF MR-NUMMER IS NUMERIC AND MR-NUMMER > 0
                        ADD 1 TO CNT-MWST
                        MOVE MR-NUMMER TO NK-LAUF-NR
                        PERFORM ERMITTLE-POSITION
                        IF NK-POS > 0 AND NK-MWST(NK-POS) < 99
                            ADD 1 TO NK-MWST(NK-POS)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MWST-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #10 Belegdokumente im Arbeitsverzeichnis
*> ================================================================
*> Nur RECHNUNG-<6 Ziffern>.TXT und GUTSCHRIFT-<6 Ziffern>.TXT -
*> Entwuerfe und Listen heissen anders.
LADE-DOKUMENTE.
    MOVE "ls RECHNUNG-*.TXT GUTSCHRIFT-*.TXT > NUMMERN-DOKUMENTE.TMP 2>/dev/null"
        TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE

    MOVE "N" TO EOF-FLAG
    OPEN INPUT DOKUMENT-LISTE
    IF FS-LISTE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ DOKUMENT-LISTE
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM MERKE-DOKUMENT
            END-READ
        END-PERFORM
        CLOSE DOKUMENT-LISTE
    END-IF
    MOVE "N" TO EOF-FLAG

    MOVE "rm -f NUMMERN-DOKUMENTE.TMP" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE.

MERKE-DOKUMENT.
    MOVE DOKUMENT-LISTE-ZEILE TO DL-NAME
    MOVE SPACES TO DL-NR-RAW DL-ART
    IF DL-NAME(1:9) = "RECHNUNG-" AND DL-NAME(16:4) = ".TXT"
     AND DL-NAME(20:1) = SPACE
        MOVE DL-NAME(10:6) TO DL-NR-RAW
        MOVE "R" TO DL-ART
    END-IF
    IF DL-NAME(1:11) = "GUTSCHRIFT-" AND DL-NAME(18:4) = ".TXT"
     AND DL-NAME(22:1) = SPACE
        MOVE DL-NAME(12:6) TO DL-NR-RAW
        MOVE "G" TO DL-ART
    END-IF
    IF DL-ART = SPACE OR DL-NR-RAW IS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO CNT-DOKUMENTE
    MOVE DL-NR-RAW TO NK-LAUF-NR
    PERFORM ERMITTLE-POSITION
    IF NK-POS > 0
        IF DL-ART = "R"
            MOVE "J" TO NK-DOK-R(NK-POS)
        ELSE
            MOVE "J" TO NK-DOK-G(NK-POS)
        END-IF
    END-IF.


*> ================================================================
*> #11 Zeile auf Konsole und in den Bericht
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
