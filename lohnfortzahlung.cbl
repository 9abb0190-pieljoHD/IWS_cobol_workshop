*> Dauerablagen): ein K-Satz, der innerhalb der Anschlussfrist an
*> die letzte Episode anschliesst, verlaengert sie, sonst beginnt
*> eine neue. Grenzen aus LOHNFORTZAHLUNG.CFG (eine Zeile
*> "<GrenzeTage> <WarnTage> <AnschlussTage> [<AuPflichtTag>]",
*> Default 42/35/30/4).
*> Je Lauf entsteht LOHNFORTZAHLUNG-STATUS.DAT (Klartextnamen wie
*> PAYROLL-EXPORT.DAT) mit arbeitgeber-bezahlten und nicht mehr
*> zu zahlenden Krankheitstagen - LOHN-RECHNER zeigt die Faelle
*> auf der Brutto-Netto-Aufstellung an, statt Langzeitkranke
*> stillschweigend weiterzubezahlen.
*> Jede Episode traegt ausserdem den Stand der Arbeitsunfaehig-
*> keitsbescheinigung (N nicht noetig, A angefordert, E erhalten,
*> F fehlt) mit dem abgedeckten Zeitraum; ab dem AU-Pflichttag
*> (vierter Wert in LOHNFORTZAHLUNG.CFG, Default 4) ist eine
*> Bescheinigung noetig. Gepflegt wird der Stand ueber
*> AU-VERFOLGUNG; hier wird gewarnt, wenn Entgeltfortzahlung fuer
*> Tage geleistet wird, die keine Bescheinigung abdeckt.


*> ================================================================
    05 EP-BEGINN     PIC 9(08).
    05 EP-LETZTER    PIC 9(08).
    05 EP-TAGE       PIC 9(03).
    05 EP-AU-STATUS  PIC X(01).
        88 AU-NICHT-NOETIG VALUE "N".
        88 AU-ANGEFORDERT  VALUE "A".
        88 AU-ERHALTEN     VALUE "E".
        88 AU-FEHLT        VALUE "F".
    05 EP-AU-VON     PIC 9(08).
    05 EP-AU-BIS     PIC 9(08).

FD LOHNFORTZAHLUNG-CFG.
01 LOHNFORTZAHLUNG-CFG-ZEILE PIC X(20).
01 FORTZAHLUNG-GRENZE  PIC 9(3) VALUE 42.
01 WARN-SCHWELLE       PIC 9(3) VALUE 35.
01 ANSCHLUSS-TAGE      PIC 9(3) VALUE 30.
01 AU-PFLICHT-TAG      PIC 9(3) VALUE 4.
01 CFG-WERT-1 PIC X(4).
01 CFG-WERT-2 PIC X(4).
01 CFG-WERT-3 PIC X(4).
01 CFG-WERT-4 PIC X(4).

*> Episoden je Mitarbeiter im Speicher (eine je Mitarbeiter -
*> gefuehrt wird immer die juengste Episode).
        10 EPT-BEGINN     PIC 9(08).
        10 EPT-LETZTER    PIC 9(08).
        10 EPT-TAGE       PIC 9(03).
        10 EPT-AU-STATUS  PIC X(01).
        10 EPT-AU-VON     PIC 9(08).
        10 EPT-AU-BIS     PIC 9(08).
        10 EPT-AG-TAGE-LAUF PIC 9(03).
        10 EPT-UNBEZ-LAUF   PIC 9(03).
        10 EPT-BERUEHRT     PIC X(01).
01 TAGE-NACHHER     PIC 9(3).
01 AG-TAGE          PIC S9(3).
01 UNBEZ-TAGE       PIC S9(3).
01 KRANK-BEGINN-TAGE PIC 9(7).
01 EPI-SPANNE       PIC 9(4).
01 AU-VON-TAGE      PIC 9(7).
01 AU-BIS-TAGE      PIC 9(7).
01 ABGEDECKT-VON    PIC 9(7).
01 ABGEDECKT-BIS    PIC 9(7).
01 OHNE-AU-TAGE     PIC 9(3).

01 KLAR-VORNAME  PIC X(10).
01 KLAR-NACHNAME PIC X(10).
01 CNT-K-SAETZE  PIC 9(6) VALUE 0.
01 CNT-WARNUNGEN PIC 9(4) VALUE 0.
01 CNT-UEBER     PIC 9(4) VALUE 0.
01 CNT-OHNE-AU   PIC 9(4) VALUE 0.
01 LAUF-IDX      PIC 9(3).
01 SICHERE-IDX   PIC 9(3).

            CNT-WARNUNGEN " Warnung(en), " CNT-UEBER
            " Fall/Faelle ueber der " FORTZAHLUNG-GRENZE
            "-Tage-Grenze.".
    IF CNT-OHNE-AU > 0
        DISPLAY "Entgeltfortzahlung ohne AU-Bescheinigung in "
                CNT-OHNE-AU " Satz/Saetzen - AU-VERFOLGUNG pruefen."
    END-IF.

    GOBACK.

                > ANSCHLUSS-GRENZE
            MOVE KRANK-DATUM TO EPT-BEGINN(EPI-POSITION)
            MOVE 0 TO EPT-TAGE(EPI-POSITION)
            PERFORM SETZE-AU-ZURUECK
        END-IF
    ELSE
        MOVE KRANK-DATUM TO EPT-BEGINN(EPI-POSITION)
        PERFORM SETZE-AU-ZURUECK
    END-IF

    MOVE EPT-TAGE(EPI-POSITION) TO TAGE-VORHER
    ADD 1 TO CNT-K-SAETZE

    PERFORM ENTSCHLUESSELE-NAMEN
    PERFORM PRUEFE-AU-ABDECKUNG
    IF TAGE-NACHHER > FORTZAHLUNG-GRENZE
        ADD 1 TO CNT-UEBER
        DISPLAY "KRANKENGELDFALL: " FUNCTION TRIM(KLAR-VORNAME)
            MOVE 0 TO EPT-BEGINN(EPI-ANZAHL)
            MOVE 0 TO EPT-LETZTER(EPI-ANZAHL)
            MOVE 0 TO EPT-TAGE(EPI-ANZAHL)
            MOVE "N" TO EPT-AU-STATUS(EPI-ANZAHL)
            MOVE 0 TO EPT-AU-VON(EPI-ANZAHL)
            MOVE 0 TO EPT-AU-BIS(EPI-ANZAHL)
            MOVE 0 TO EPT-AG-TAGE-LAUF(EPI-ANZAHL)
            MOVE 0 TO EPT-UNBEZ-LAUF(EPI-ANZAHL)
            MOVE "N" TO EPT-BERUEHRT(EPI-ANZAHL)


*> ================================================================
*> #5.2 AU-Stand einer neu beginnenden Episode
*> ================================================================
SETZE-AU-ZURUECK.
    MOVE "N" TO EPT-AU-STATUS(EPI-POSITION)
    MOVE 0   TO EPT-AU-VON(EPI-POSITION)
    MOVE 0   TO EPT-AU-BIS(EPI-POSITION).


*> ================================================================
*> #5.3 AU-Stand fortschreiben und unbescheinigte Fortzahlung melden
*> ================================================================
*> Ab dem AU-Pflichttag der Episode muss eine Bescheinigung den
*> ganzen Zeitraum abdecken. Warnung, wenn fuer Tage dieses Satzes
*> Entgeltfortzahlung (AG-TAGE) geleistet wird, die keine erhaltene
*> Bescheinigung abdeckt.
PRUEFE-AU-ABDECKUNG.
    COMPUTE EPI-SPANNE =
        FUNCTION INTEGER-OF-DATE(EPT-LETZTER(EPI-POSITION))
      - FUNCTION INTEGER-OF-DATE(EPT-BEGINN(EPI-POSITION)) + 1
    IF EPI-SPANNE < AU-PFLICHT-TAG
        EXIT PARAGRAPH
    END-IF
    PERFORM BESTIMME-AU-STATUS
    IF AG-TAGE <= 0
        EXIT PARAGRAPH
    END-IF

    COMPUTE KRANK-BEGINN-TAGE = FUNCTION INTEGER-OF-DATE(KRANK-DATUM)
    MOVE KRANK-TAGE TO OHNE-AU-TAGE
    IF EPT-AU-STATUS(EPI-POSITION) NOT = "A"
     AND EPT-AU-VON(EPI-POSITION) > 0
     AND EPT-AU-BIS(EPI-POSITION) >= EPT-AU-VON(EPI-POSITION)
        COMPUTE AU-VON-TAGE =
            FUNCTION INTEGER-OF-DATE(EPT-AU-VON(EPI-POSITION))
        COMPUTE AU-BIS-TAGE =
            FUNCTION INTEGER-OF-DATE(EPT-AU-BIS(EPI-POSITION))
        MOVE KRANK-BEGINN-TAGE TO ABGEDECKT-VON
        IF AU-VON-TAGE > ABGEDECKT-VON
            MOVE AU-VON-TAGE TO ABGEDECKT-VON
        END-IF
        MOVE KRANK-ENDE-TAGE TO ABGEDECKT-BIS
        IF AU-BIS-TAGE < ABGEDECKT-BIS
            MOVE AU-BIS-TAGE TO ABGEDECKT-BIS
        END-IF
        IF ABGEDECKT-BIS >= ABGEDECKT-VON
            COMPUTE OHNE-AU-TAGE = OHNE-AU-TAGE
                - (ABGEDECKT-BIS - ABGEDECKT-VON + 1)
        END-IF
    END-IF
    IF OHNE-AU-TAGE > AG-TAGE
        MOVE AG-TAGE TO OHNE-AU-TAGE
    END-IF
    IF OHNE-AU-TAGE > 0
        ADD 1 TO CNT-OHNE-AU
        DISPLAY "OHNE AU: " FUNCTION TRIM(KLAR-VORNAME)
                " " FUNCTION TRIM(KLAR-NACHNAME)
                " - " OHNE-AU-TAGE " Tag(e) Entgeltfortzahlung ab "
                KRANK-DATUM " ohne Bescheinigung (AU-Stand "
                EPT-AU-STATUS(EPI-POSITION) ")."
    END-IF.


*> ----------------------------------------------------------------
*> #5.3.1 AU-Stand einer AU-pflichtigen Episode ableiten
*> ----------------------------------------------------------------
*> Erhalten gilt nur, solange die Bescheinigung bis zum letzten
*> Krankheitstag reicht; sonst fehlt die Folgebescheinigung.
*> Angefordert bleibt stehen, bis AU-VERFOLGUNG den Eingang bucht.
BESTIMME-AU-STATUS.
    EVALUATE EPT-AU-STATUS(EPI-POSITION)
        WHEN "A"
            CONTINUE
        WHEN "E"
            IF EPT-AU-VON(EPI-POSITION) > EPT-BEGINN(EPI-POSITION)
             OR EPT-AU-BIS(EPI-POSITION) < EPT-LETZTER(EPI-POSITION)
                MOVE "F" TO EPT-AU-STATUS(EPI-POSITION)
            END-IF
        WHEN "F"
            IF EPT-AU-VON(EPI-POSITION) > 0
             AND EPT-AU-VON(EPI-POSITION) <= EPT-BEGINN(EPI-POSITION)
             AND EPT-AU-BIS(EPI-POSITION) >= EPT-LETZTER(EPI-POSITION)
                MOVE "E" TO EPT-AU-STATUS(EPI-POSITION)
            END-IF
        WHEN OTHER
            MOVE "F" TO EPT-AU-STATUS(EPI-POSITION)
    END-EVALUATE.


*> ================================================================
*> #5.4 Maskierte Namen fuer die Konsolenmeldung entschluesseln
*> ================================================================
ENTSCHLUESSELE-NAMEN.
    MOVE KRANK-VORNAME-M  TO KLAR-VORNAME
            AT END CONTINUE
            NOT AT END
                MOVE SPACES TO CFG-WERT-1 CFG-WERT-2 CFG-WERT-3
                               CFG-WERT-4
                UNSTRING FUNCTION TRIM(LOHNFORTZAHLUNG-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO CFG-WERT-1 CFG-WERT-2 CFG-WERT-3
                         CFG-WERT-4
                END-UNSTRING
                IF FUNCTION TRIM(CFG-WERT-1) IS NUMERIC
                    COMPUTE FORTZAHLUNG-GRENZE =
                    COMPUTE ANSCHLUSS-TAGE =
                        FUNCTION NUMVAL(CFG-WERT-3)
                END-IF
                IF FUNCTION TRIM(CFG-WERT-4) IS NUMERIC
                    COMPUTE AU-PFLICHT-TAG =
                        FUNCTION NUMVAL(CFG-WERT-4)
                END-IF
        END-READ
        CLOSE LOHNFORTZAHLUNG-CFG
    END-IF.
                    MOVE EP-BEGINN     TO EPT-BEGINN(EPI-ANZAHL)
                    MOVE EP-LETZTER    TO EPT-LETZTER(EPI-ANZAHL)
                    MOVE EP-TAGE       TO EPT-TAGE(EPI-ANZAHL)
                    PERFORM UEBERNEHME-AU-STAND
                    MOVE 0 TO EPT-AG-TAGE-LAUF(EPI-ANZAHL)
                    MOVE 0 TO EPT-UNBEZ-LAUF(EPI-ANZAHL)
                    MOVE "N" TO EPT-BERUEHRT(EPI-ANZAHL)
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 AU-Stand des gelesenen Episodensatzes uebernehmen
*> ----------------------------------------------------------------
*> Saetze aus der Zeit vor der AU-Verfolgung haben die Felder
*> nicht - sie beginnen als "nicht noetig" ohne Zeitraum.
UEBERNEHME-AU-STAND.
    MOVE EP-AU-STATUS TO EPT-AU-STATUS(EPI-ANZAHL)
    IF NOT AU-NICHT-NOETIG AND NOT AU-ANGEFORDERT
     AND NOT AU-ERHALTEN AND NOT AU-FEHLT
        MOVE "N" TO EPT-AU-STATUS(EPI-ANZAHL)
    END-IF
    MOVE 0 TO EPT-AU-VON(EPI-ANZAHL) EPT-AU-BIS(EPI-ANZAHL)
    IF EP-AU-VON IS NUMERIC AND EP-AU-BIS IS NUMERIC
        MOVE EP-AU-VON TO EPT-AU-VON(EPI-ANZAHL)
        MOVE EP-AU-BIS TO EPT-AU-BIS(EPI-ANZAHL)
    END-IF.


*> ================================================================
*> #9 Episoden komplett zurueckschreiben
*> ================================================================
            MOVE EPT-BEGINN(SICHERE-IDX)     TO EP-BEGINN
            MOVE EPT-LETZTER(SICHERE-IDX)    TO EP-LETZTER
            MOVE EPT-TAGE(SICHERE-IDX)       TO EP-TAGE
            MOVE EPT-AU-STATUS(SICHERE-IDX)  TO EP-AU-STATUS
            MOVE EPT-AU-VON(SICHERE-IDX)     TO EP-AU-VON
            MOVE EPT-AU-BIS(SICHERE-IDX)     TO EP-AU-BIS
            WRITE EPISODE-RECORD
        END-PERFORM
        CLOSE KRANKHEIT-EPISODEN
