                       AT END MOVE "Y" TO ACCEPTED-EOF
                       NOT AT END
                           *> Abwesenheitssaetze ("ABW") tragen Tage
                           *> statt Stunden und gehoeren, wie die
                           *> Einmalzahlungen ("EMZ"),
                           *> Geraetesaetze ("GER") und
                           *> Subunternehmersaetze ("SUB"), nicht in die
                           *> Buchungen-Tabelle; Storno-Saetze ("STO")
                           *> ziehen die Stunden des Originals ab.
                           EVALUATE TRUE
                               WHEN SATZ-IST-HEADER OR SATZ-IST-TRAILER
                                OR SATZ-IST-ABWESENHEIT
                                OR SATZ-IST-EINMALZAHLUNG
                                OR SATZ-IST-GERAET
                                OR SATZ-IST-SUBUNTERNEHMER
                                   CONTINUE
                               WHEN SATZ-IST-STORNO
                                   PERFORM SCHREIBE-STORNO-ANWEISUNG
