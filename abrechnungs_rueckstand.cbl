*> der Verdacht, dass mehrere Prozent fakturierbarer Arbeit
*> verloren gehen, war bisher nicht einmal messbar. Ergebnis:
*> Konsole + ABRECHNUNGS-RUECKSTAND.RPT.
*> Spesensaetze (Satzart "S") stehen ebenfalls im Ledger: noch
*> nicht berechnete weiterberechenbare Spesen zaehlen zum
*> Rueckstand, dazu zeigt der Bericht die weiterberechneten und
*> die von der Firma getragenen (ABSORBIERT) Spesen.


*> ================================================================
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

FD RUECKSTAND-REPORT.
01 REPORT-ZEILE PIC X(100).

01 CNT-OFFEN      PIC 9(5) VALUE 0.
01 CNT-FAKTURIERT PIC 9(5) VALUE 0.

*> Spesen: weiterberechnet (Rechnungsbetrag), absorbiert
*> (Nettokosten des Belegs) und noch offen.
01 CNT-SPESEN-WEITER   PIC 9(5) VALUE 0.
01 CNT-SPESEN-ABSORB   PIC 9(5) VALUE 0.
01 CNT-SPESEN-OFFEN    PIC 9(5) VALUE 0.
01 SUMME-SPESEN-WEITER PIC 9(10)V99 VALUE 0.
01 SUMME-SPESEN-ABSORB PIC 9(10)V99 VALUE 0.
01 SUMME-OFFEN-STD    PIC 9(7) VALUE 0.
01 SUMME-OFFEN-BETRAG PIC 9(10)V99 VALUE 0.
01 PRINT-BETRAG PIC ZZZ,ZZZ,ZZ9.99.
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
            *> NACHWEIS = wartet auf den genehmigten
            *> Leistungsnachweis des Kunden - ebenfalls Rueckstand.
            EVALUATE AL-STATUS
                WHEN "OFFEN"
                WHEN "NACHWEIS"
                    PERFORM VERBUCHE-OFFENEN-POSTEN
                WHEN "FAKTURIERT"
                    ADD 1 TO CNT-FAKTURIERT
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF AL-SATZART = "S"
                PERFORM VERBUCHE-SPESEN
            END-IF
        END-IF
    END-PERFORM.

*> #5 Einen offenen Posten in die Altersklasse einordnen
*> ================================================================
VERBUCHE-OFFENEN-POSTEN.
    *> Auf Geraetesaetzen ("G") ist AL-STUNDEN die Geraetemenge,
    *> keine Personalstunde.
    IF AL-SATZART = "G"
        MOVE 0 TO AL-STUNDEN
    END-IF
    ADD 1 TO CNT-OFFEN
    ADD AL-STUNDEN TO SUMME-OFFEN-STD
    ADD AL-BETRAG  TO SUMME-OFFEN-BETRAG
    ADD AL-BETRAG  TO KL-BETRAG(KLASSE-IDX).


*> ================================================================
*> #5.1 Einen Spesensatz zaehlen
*> ================================================================
VERBUCHE-SPESEN.
    EVALUATE AL-STATUS
        WHEN "OFFEN"
            ADD 1 TO CNT-SPESEN-OFFEN
        WHEN "FAKTURIERT"
            ADD 1 TO CNT-SPESEN-WEITER
            ADD AL-BETRAG TO SUMME-SPESEN-WEITER
        WHEN "ABSORBIERT"
            ADD 1 TO CNT-SPESEN-ABSORB
            IF AL-KOSTEN IS NUMERIC
                ADD AL-KOSTEN TO SUMME-SPESEN-ABSORB
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ================================================================
*> #6 Bericht drucken
*> ================================================================
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF CNT-SPESEN-WEITER > 0 OR CNT-SPESEN-ABSORB > 0
     OR CNT-SPESEN-OFFEN > 0
        MOVE SPACES TO MELDUNG
        PERFORM MELDE
        COMPUTE PRINT-BETRAG = SUMME-SPESEN-WEITER
        MOVE SPACES TO MELDUNG
        STRING "Spesen weiterberechnet: " CNT-SPESEN-WEITER
               " Beleg(e), " PRINT-BETRAG " EUR"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        COMPUTE PRINT-BETRAG = SUMME-SPESEN-ABSORB
        MOVE SPACES TO MELDUNG
        STRING "Spesen absorbiert:      " CNT-SPESEN-ABSORB
               " Beleg(e), " PRINT-BETRAG " EUR netto"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE SPACES TO MELDUNG
        STRING "Spesen noch zu berechnen: " CNT-SPESEN-OFFEN
               " Beleg(e) (im Rueckstand enthalten)"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    CLOSE RUECKSTAND-REPORT.


