01 ZERT-ZEITSTEMPEL PIC X(14).

01 CMD-LINE PIC X(300).
01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".
01 LEGACY-VORNAME  PIC X(10).
01 LEGACY-NACHNAME PIC X(10).
01 ARCHIV-DATEINAME-MERKER PIC X(80).
            INTO CMD-LINE
        END-STRING
        CALL "SYSTEM" USING CMD-LINE
        IF STATION-STAMM
            CALL "SYSTEM" USING CMD-STAMM-INDEX
        END-IF
        MOVE 0 TO RETURN-CODE

        ADD CNT-GEAENDERT TO CNT-GESAMT
             AND SS-NACHNAME = KLAR-NACHNAME-10
                MOVE ANON-10 TO SS-VORNAME SS-NACHNAME
                MOVE "I" TO SS-STATUS
                MOVE SICHT-STAMM TO QUELLE-ZEILE(1:34)
                ADD 1 TO CNT-GEAENDERT
            END-IF
            PERFORM UEBERNEHME-ZEILE
