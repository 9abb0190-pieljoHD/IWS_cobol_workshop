*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. KONTOAUSZUG-IMPORT.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Import des taeglichen Kontoauszugs der Bank im Format CAMT.053
*> (KONTOAUSZUG-CAMT053.XML). Bisher hat jemand den Auszug gelesen
*> und ZAHLUNGSEINGANG.DAT und BANK-RUECKLAUF.DAT von Hand
*> gebaut. Dieses Programm verteilt jede Buchung des Auszugs:
*>   - Kundenzahlungen (Gutschrift mit Rechnungsnummer im
*>     Verwendungszweck) -> ZAHLUNGSEINGANG.DAT fuer den
*>     ZAHLUNGSEINGANG-ABGLEICH ("<Rechnungsnr> <Betrag> <Datum>")
*>   - Lohnueberweisungen (EndToEndId "LOHN-..." aus dem
*>     ZAHLUNGS-EXPORT): ausgefuehrte Gehaltszahlungen und
*>     Rueckueberweisungen -> BANK-RUECKLAUF.DAT fuer den
*>     BANK-RUECKLAUF ("<IBAN> AUSGEFUEHRT|FEHLER [Grund]")
*>   - eigene Lastschriften (EndToEndId "RE<Nr>-..." aus dem
*>     LASTSCHRIFT-EINZUG): Gutschrift bzw. Ruecklastschrift ->
*>     LASTSCHRIFT-RUECKMELDUNG.DAT ("<Rechnungsnr> OK|RUECK")
*>   - alles andere (Gebuehren, Kartenzahlungen, Zahlungen ohne
*>     erkennbare Rechnungsnummer) -> UNKLARE-ZAHLUNGEN.DAT
*> Vorher werden die Salden geprueft: Anfangssaldo + Umsaetze muss
*> den Endsaldo ergeben, und der Anfangssaldo muss dem Endsaldo
*> des vorigen Auszugs desselben Kontos entsprechen (gefuehrt in
*> KONTOAUSZUG-SALDO.DAT). Passt eine Pruefung nicht - Auszug
*> fehlt, doppelt eingespielt oder unvollstaendig - wird NICHTS
*> verteilt. Die Auszugsdatei bleibt als Beleg liegen; ein
*> zweites Einspielen faellt an der Saldenpruefung auf.
*> Ein Tag darf nicht ueber das Zeilenende gehen; Zeilen bis 1000
*> Zeichen (so liefern es die Banken).
*> Die Zieldateien gehoeren der aktiven Firma (FIRMEN-WECHSEL): in
*> der Konzernsicht laeuft der Import nicht, und ein Auszug wird
*> nur verteilt, wenn sein Konto (Acct/IBAN) eines der Konten der
*> Firma aus FIRMA.CFG ist - Schluessel IBAN, weitere Konten der
*> Firma mit Schluessel KONTO. So kann der Auszug der einen Firma
*> nicht in die Buecher der anderen gebucht werden.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    *> Konten der Firma (Schluessel IBAN und KONTO).
    SELECT FIRMA-CFG
        ASSIGN TO "FIRMA.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    SELECT KONTOAUSZUG
        ASSIGN TO "KONTOAUSZUG-CAMT053.XML"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-AUSZUG.

    SELECT SALDO-DATEI
        ASSIGN TO "KONTOAUSZUG-SALDO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SALDO.

    SELECT ZAHLUNGSEINGANG
        ASSIGN TO "ZAHLUNGSEINGANG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EINGANG.

    SELECT BANK-RUECKLAUF-DATEI
        ASSIGN TO "BANK-RUECKLAUF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RUECKLAUF.

    SELECT LS-RUECKMELDUNG
        ASSIGN TO "LASTSCHRIFT-RUECKMELDUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LS.

    SELECT UNKLARE-ZAHLUNGEN
        ASSIGN TO "UNKLARE-ZAHLUNGEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-UNKLAR.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

FD FIRMA-CFG.
01 FIRMA-CFG-ZEILE PIC X(80).

FD KONTOAUSZUG.
01 AUSZUG-ZEILE PIC X(1000).

*> Endsaldo je eingespieltem Auszug, die letzte Zeile je Konto
*> ist der Vergleichswert fuer den naechsten Anfangssaldo.
FD SALDO-DATEI.
01 SALDO-RECORD.
    05 KS-ZEITSTEMPEL PIC X(14).
    05 FILLER         PIC X(01).
    05 KS-IBAN        PIC X(34).
    05 FILLER         PIC X(01).
    05 KS-AUSZUG      PIC X(35).
    05 FILLER         PIC X(01).
    05 KS-DATUM       PIC 9(08).
    05 FILLER         PIC X(01).
    05 KS-SALDO       PIC S9(11)V99 SIGN LEADING SEPARATE.

FD ZAHLUNGSEINGANG.
01 EINGANG-ZEILE PIC X(60).

FD BANK-RUECKLAUF-DATEI.
01 RUECKLAUF-ZEILE PIC X(100).

FD LS-RUECKMELDUNG.
01 RUECKMELDUNG-ZEILE PIC X(80).

FD UNKLARE-ZAHLUNGEN.
01 UNKLAR-ZEILE PIC X(80).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 FS-FIRMA     PIC XX VALUE SPACES.
77 FS-AUSZUG    PIC XX VALUE SPACES.
77 FS-SALDO     PIC XX VALUE SPACES.
77 FS-EINGANG   PIC XX VALUE SPACES.
77 FS-RUECKLAUF PIC XX VALUE SPACES.
77 FS-LS        PIC XX VALUE SPACES.
77 FS-UNKLAR    PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.

*> Konten der Firma aus FIRMA.CFG.
01 FIRMEN-KONTO-ANZAHL PIC 9(2) VALUE 0.
01 FIRMEN-KONTO-TABELLE.
    05 FIRMEN-KONTO PIC X(34) OCCURS 10 TIMES.
01 FK-IDX          PIC 9(2).
01 KONTO-GEHOERT   PIC X VALUE "N".
01 FC-ZEILE        PIC X(80).
01 FC-SCHLUESSEL   PIC X(20).
01 FC-WERT         PIC X(80).
01 FC-ZEIGER       PIC 9(3).
01 FC-ZEILEN-NR    PIC 9(3).

*> Zerlegen einer XML-Zeile in Start-/Ende-Tags und Text.
01 ZL-LAENGE      PIC 9(4).
01 ZL-POS         PIC 9(4).
01 ZL-ENDE        PIC 9(4).
01 ZL-SUCH        PIC 9(4).
01 TAG-ROH        PIC X(200).
01 TAG-ROH-LAENGE PIC 9(4).
01 TAG-NAME       PIC X(35).
01 TAG-PRAEFIX    PIC X(35).
01 TAG-LOKAL      PIC X(35).
01 INHALT         PIC X(200).
01 INHALT-ZEIGER  PIC 9(4).

*> Offene Elemente (Pfad), innerstes zuoberst.
01 TIEFE PIC 9(2) VALUE 0.
01 TAG-STAPEL.
    05 STAPEL-TAG PIC X(35) OCCURS 40 TIMES.
01 ELT-NAME    PIC X(35).
01 ELT-ELTERN  PIC X(35).
01 ELT-GROSS   PIC X(35).
01 ELT-URGROSS PIC X(35).

01 XML-FEHLER  PIC X VALUE "N".
01 IN-STMT     PIC X VALUE "N".
01 IN-BAL      PIC X VALUE "N".
01 IN-NTRY     PIC X VALUE "N".
01 IN-TXDTLS   PIC X VALUE "N".

*> Auszug (Stmt) und Salden.
01 AUSZUG-ID       PIC X(35).
01 KONTO-IBAN      PIC X(34).
01 BAL-ART         PIC X(04).
01 BAL-BETRAG      PIC 9(11)V99.
01 BAL-VORZ        PIC X(04).
01 BAL-DATUM       PIC 9(08).
01 ANFANG-SALDO    PIC S9(11)V99.
01 ANFANG-GESEHEN  PIC X.
01 END-SALDO       PIC S9(11)V99.
01 END-DATUM       PIC 9(08).
01 END-GESEHEN     PIC X.
01 UMSATZ-SUMME    PIC S9(11)V99.
01 RECHEN-SALDO    PIC S9(11)V99.
01 AUSZUG-FEHLER   PIC X VALUE "N".
01 CNT-AUSZUEGE    PIC 9(3) VALUE 0.
01 PRINT-SALDO     PIC -ZZZ,ZZZ,ZZ9.99.
01 PRINT-SALDO2    PIC -ZZZ,ZZZ,ZZ9.99.

*> Letzter bekannter Endsaldo je Konto (Datei + dieser Lauf).
01 SALDO-ANZAHL PIC 9(3) VALUE 0.
01 SALDO-TABELLE.
    05 SALDO-EINTRAG OCCURS 1 TO 50 TIMES
                      DEPENDING ON SALDO-ANZAHL
                      INDEXED BY SD-IDX.
        10 SDT-IBAN   PIC X(34).
        10 SDT-AUSZUG PIC X(35).
        10 SDT-DATUM  PIC 9(08).
        10 SDT-SALDO  PIC S9(11)V99.
        10 SDT-NEU    PIC X.
01 SALDO-POSITION PIC 9(3).

*> Felder der laufenden Buchung (Ntry) ...
01 NTRY-BETRAG   PIC 9(9)V99.
01 NTRY-ART      PIC X(04).
01 NTRY-STORNO   PIC X.
01 NTRY-DATUM    PIC 9(08).
01 NTRY-FAMILIE  PIC X(04).
01 NTRY-SUBFAM   PIC X(04).
01 NTRY-TEXT     PIC X(140).
01 NTRY-TX-ZAHL  PIC 9(4).

*> ... und des laufenden Einzelumsatzes (TxDtls).
01 TX-BETRAG     PIC 9(9)V99.
01 TX-ART        PIC X(04).
01 TX-FAMILIE    PIC X(04).
01 TX-SUBFAM     PIC X(04).
01 TX-E2E        PIC X(35).
01 TX-TEXT       PIC X(140).
01 TX-TEXT-ZEIGER PIC 9(3).
01 TX-DBTR-NAME  PIC X(40).
01 TX-CDTR-NAME  PIC X(40).
01 TX-DBTR-IBAN  PIC X(34).
01 TX-CDTR-IBAN  PIC X(34).
01 TX-GRUND      PIC X(04).
01 TX-ZWECK      PIC X(04).
01 TX-RUECKGABE  PIC X.

*> Alle Einzelumsaetze des Auszugs; verteilt wird erst, wenn die
*> Salden stimmen.
01 UMS-ANZAHL PIC 9(4) VALUE 0.
01 UMS-TABELLE.
    05 UMS-EINTRAG OCCURS 1 TO 2000 TIMES
                    DEPENDING ON UMS-ANZAHL
                    INDEXED BY UM-IDX.
        10 UMT-ART       PIC X(04).
        10 UMT-BETRAG    PIC 9(9)V99.
        10 UMT-DATUM     PIC 9(08).
        10 UMT-STORNO    PIC X.
        10 UMT-RUECKGABE PIC X.
        10 UMT-FAMILIE   PIC X(04).
        10 UMT-SUBFAM    PIC X(04).
        10 UMT-E2E       PIC X(35).
        10 UMT-TEXT      PIC X(140).
        10 UMT-NAME      PIC X(40).
        10 UMT-IBAN      PIC X(34).
        10 UMT-GRUND     PIC X(04).
        10 UMT-ZWECK     PIC X(04).
01 UMS-UEBERLAUF PIC X VALUE "N".
01 LAUF-IDX      PIC 9(4).

*> Rechnungsnummer im Verwendungszweck.
01 VZ-TEXT         PIC X(140).
01 VZ-IDX          PIC 9(3).
01 VZ-START        PIC 9(3).
01 VZ-LAENGE       PIC 9(3).
01 VZ-ZEICHEN      PIC X.
01 VZ-VOR          PIC X.
01 VZ-NACH         PIC X.
01 VZ-RECHNUNG     PIC 9(06).
01 VZ-GEFUNDEN     PIC X.
01 VZ-KANDIDAT     PIC 9(06).
01 VZ-KANDIDAT-OK  PIC X.
01 VZ-STICHWORT    PIC 9(3).

01 GRUND-TEXT      PIC X(40).
01 BETRAG-EDIT     PIC Z(8)9.99.
01 LAUF-ZEITSTEMPEL PIC X(14).

01 CNT-UMSAETZE    PIC 9(5) VALUE 0.
01 CNT-EINGANG     PIC 9(5) VALUE 0.
01 CNT-LOHN        PIC 9(5) VALUE 0.
01 CNT-LASTSCHRIFT PIC 9(5) VALUE 0.
01 CNT-UNKLAR      PIC 9(5) VALUE 0.
01 CNT-BEKANNT     PIC 9(5) VALUE 0.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LAUF-ZEITSTEMPEL.

    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - KONTOAUSZUG-IMPORT laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT KONTOAUSZUG.
    IF FS-AUSZUG NOT = "00"
        DISPLAY "Keine KONTOAUSZUG-CAMT053.XML vorgefunden, nichts"
                " zu importieren."
        GOBACK
    END-IF.

    PERFORM LADE-FIRMEN-KONTEN.
    IF FIRMEN-KONTO-ANZAHL = 0
        CLOSE KONTOAUSZUG
        DISPLAY "FIRMA.CFG ohne IBAN - das Konto des Auszugs kann"
                " keiner Firma zugeordnet werden, nichts importiert."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-SALDEN.

    *> Durchgang 1: Auszug lesen, Salden pruefen, Umsaetze merken.
    MOVE "N" TO EOF-FLAG.
    PERFORM UNTIL EOF-FLAG = "Y"
        READ KONTOAUSZUG
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
            PERFORM ZERLEGE-ZEILE
        END-IF
    END-PERFORM.
    CLOSE KONTOAUSZUG.

    IF TIEFE NOT = 0
        MOVE "J" TO XML-FEHLER
        DISPLAY "FEHLER: Auszugsdatei endet mitten im Element "
                FUNCTION TRIM(STAPEL-TAG(TIEFE)) "."
    END-IF.
    IF CNT-AUSZUEGE = 0 AND XML-FEHLER NOT = "J"
        MOVE "J" TO XML-FEHLER
        DISPLAY "FEHLER: kein Auszug (Stmt) in"
                " KONTOAUSZUG-CAMT053.XML gefunden."
    END-IF.
    IF UMS-UEBERLAUF = "J"
        MOVE "J" TO AUSZUG-FEHLER
    END-IF.

    IF XML-FEHLER = "J" OR AUSZUG-FEHLER = "J"
        DISPLAY "--------------------------------------------"
        DISPLAY "KONTOAUSZUG NICHT VERTEILT - Auszug pruefen bzw."
                " fehlenden Vortagesauszug zuerst einspielen."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    *> Durchgang 2: Umsaetze verteilen.
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > UMS-ANZAHL
        PERFORM VERTEILE-UMSATZ
    END-PERFORM.
    PERFORM SICHERE-SALDEN.

    DISPLAY "--------------------------------------------".
    DISPLAY "Kontoauszug: " CNT-AUSZUEGE " Auszug/Auszuege, "
            CNT-UMSAETZE " Umsaetze.".
    DISPLAY "  Zahlungseingaenge:     " CNT-EINGANG
            "  -> ZAHLUNGSEINGANG.DAT".
    DISPLAY "  Lohnzahlungen:         " CNT-LOHN
            "  -> BANK-RUECKLAUF.DAT".
    DISPLAY "  Lastschriften:         " CNT-LASTSCHRIFT
            "  -> LASTSCHRIFT-RUECKMELDUNG.DAT".
    DISPLAY "  sonstige eigene:       " CNT-BEKANNT
            "  (ohne Weiterverarbeitung)".
    DISPLAY "  unklar:                " CNT-UNKLAR
            "  -> UNKLARE-ZAHLUNGEN.DAT".

    GOBACK.


*> ================================================================
*> #5 Eine Zeile der Auszugsdatei zerlegen
*> ================================================================
*> Tags und Text werden der Reihe nach abgearbeitet; Text zwischen
*> zwei Tags wird dem zuletzt geoeffneten Element zugerechnet.
ZERLEGE-ZEILE.
    MOVE 0 TO ZL-LAENGE
    IF AUSZUG-ZEILE NOT = SPACES
        COMPUTE ZL-LAENGE =
            FUNCTION LENGTH(FUNCTION TRIM(AUSZUG-ZEILE TRAILING))
    END-IF
    MOVE 1 TO ZL-POS
    PERFORM UNTIL ZL-POS > ZL-LAENGE
        IF AUSZUG-ZEILE(ZL-POS:1) = "<"
            PERFORM BEARBEITE-TAG
        ELSE
            PERFORM BEARBEITE-TEXT
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.1 Tag ab ZL-POS ("<...>")
*> ----------------------------------------------------------------
BEARBEITE-TAG.
    MOVE 0 TO ZL-ENDE
    PERFORM VARYING ZL-SUCH FROM ZL-POS BY 1
            UNTIL ZL-SUCH > ZL-LAENGE OR ZL-ENDE > 0
        IF AUSZUG-ZEILE(ZL-SUCH:1) = ">"
            MOVE ZL-SUCH TO ZL-ENDE
        END-IF
    END-PERFORM
    IF ZL-ENDE = 0
        *> Tag ueber das Zeilenende hinaus - nicht unterstuetzt.
        MOVE "J" TO XML-FEHLER
        DISPLAY "FEHLER: Tag ueber Zeilenende hinaus: "
                AUSZUG-ZEILE(ZL-POS:60)
        COMPUTE ZL-POS = ZL-LAENGE + 1
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO TAG-ROH
    COMPUTE TAG-ROH-LAENGE = ZL-ENDE - ZL-POS - 1
    IF TAG-ROH-LAENGE > 0
        IF TAG-ROH-LAENGE > 200
            MOVE 200 TO TAG-ROH-LAENGE
        END-IF
        MOVE AUSZUG-ZEILE(ZL-POS + 1:TAG-ROH-LAENGE) TO TAG-ROH
    END-IF
    COMPUTE ZL-POS = ZL-ENDE + 1

    EVALUATE TRUE
        WHEN TAG-ROH-LAENGE = 0
            CONTINUE
        WHEN TAG-ROH(1:1) = "?" OR TAG-ROH(1:1) = "!"
            *> Deklaration bzw. Kommentar.
            CONTINUE
        WHEN TAG-ROH(1:1) = "/"
            MOVE TAG-ROH(2:) TO TAG-ROH
            PERFORM ERMITTLE-TAG-NAME
            PERFORM ENDE-ELEMENT
        WHEN TAG-ROH(TAG-ROH-LAENGE:1) = "/"
            *> Leeres Element <x/> - traegt keine Daten.
            CONTINUE
        WHEN OTHER
            PERFORM ERMITTLE-TAG-NAME
            PERFORM START-ELEMENT
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #5.2 Text ab ZL-POS bis zum naechsten "<"
*> ----------------------------------------------------------------
BEARBEITE-TEXT.
    MOVE 0 TO ZL-ENDE
    PERFORM VARYING ZL-SUCH FROM ZL-POS BY 1
            UNTIL ZL-SUCH > ZL-LAENGE OR ZL-ENDE > 0
        IF AUSZUG-ZEILE(ZL-SUCH:1) = "<"
            MOVE ZL-SUCH TO ZL-ENDE
        END-IF
    END-PERFORM
    IF ZL-ENDE = 0
        COMPUTE ZL-ENDE = ZL-LAENGE + 1
    END-IF
    IF TIEFE > 0 AND INHALT-ZEIGER <= 200
        STRING AUSZUG-ZEILE(ZL-POS:ZL-ENDE - ZL-POS)
            DELIMITED BY SIZE
            INTO INHALT WITH POINTER INHALT-ZEIGER
        END-STRING
    END-IF
    MOVE ZL-ENDE TO ZL-POS.


*> ----------------------------------------------------------------
*> #5.3 Elementname ohne Attribute und Namensraum-Praefix
*> ----------------------------------------------------------------
ERMITTLE-TAG-NAME.
    MOVE SPACES TO TAG-NAME TAG-PRAEFIX TAG-LOKAL
    UNSTRING TAG-ROH DELIMITED BY SPACE OR "/"
        INTO TAG-NAME
    END-UNSTRING
    UNSTRING TAG-NAME DELIMITED BY ":"
        INTO TAG-PRAEFIX TAG-LOKAL
    END-UNSTRING
    IF TAG-LOKAL NOT = SPACES
        MOVE TAG-LOKAL TO TAG-NAME
    END-IF.


*> ================================================================
*> #6 Element beginnt
*> ================================================================
START-ELEMENT.
    IF TIEFE >= 40
        MOVE "J" TO XML-FEHLER
        DISPLAY "FEHLER: Auszugsdatei zu tief verschachtelt."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO TIEFE
    MOVE TAG-NAME TO STAPEL-TAG(TIEFE)
    MOVE SPACES TO INHALT
    MOVE 1 TO INHALT-ZEIGER

    EVALUATE TAG-NAME
        WHEN "Stmt"
            MOVE "J" TO IN-STMT
            MOVE SPACES TO AUSZUG-ID KONTO-IBAN
            MOVE "N" TO ANFANG-GESEHEN END-GESEHEN
            MOVE 0 TO ANFANG-SALDO END-SALDO END-DATUM UMSATZ-SUMME
        WHEN "Bal"
            MOVE "J" TO IN-BAL
            MOVE SPACES TO BAL-ART BAL-VORZ
            MOVE 0 TO BAL-BETRAG BAL-DATUM
        WHEN "Ntry"
            MOVE "J" TO IN-NTRY
            MOVE SPACES TO NTRY-ART NTRY-FAMILIE NTRY-SUBFAM NTRY-TEXT
            MOVE "N" TO NTRY-STORNO
            MOVE 0 TO NTRY-BETRAG NTRY-DATUM NTRY-TX-ZAHL
        WHEN "TxDtls"
            MOVE "J" TO IN-TXDTLS
            MOVE SPACES TO TX-ART TX-FAMILIE TX-SUBFAM TX-E2E TX-TEXT
            MOVE SPACES TO TX-DBTR-NAME TX-CDTR-NAME TX-DBTR-IBAN
            MOVE SPACES TO TX-CDTR-IBAN TX-GRUND TX-ZWECK
            MOVE "N" TO TX-RUECKGABE
            MOVE 0 TO TX-BETRAG
            MOVE 1 TO TX-TEXT-ZEIGER
        WHEN "RtrInf"
            IF IN-TXDTLS = "J"
                MOVE "J" TO TX-RUECKGABE
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ================================================================
*> #7 Element endet
*> ================================================================
ENDE-ELEMENT.
    IF TIEFE = 0
        MOVE "J" TO XML-FEHLER
        DISPLAY "FEHLER: Ende-Tag " FUNCTION TRIM(TAG-NAME)
                " ohne Anfang."
        EXIT PARAGRAPH
    END-IF
    IF STAPEL-TAG(TIEFE) NOT = TAG-NAME
        MOVE "J" TO XML-FEHLER
        DISPLAY "FEHLER: Ende-Tag " FUNCTION TRIM(TAG-NAME)
                " passt nicht zu " FUNCTION TRIM(STAPEL-TAG(TIEFE))
                "."
    END-IF

    MOVE STAPEL-TAG(TIEFE) TO ELT-NAME
    MOVE SPACES TO ELT-ELTERN ELT-GROSS ELT-URGROSS
    IF TIEFE > 1
        MOVE STAPEL-TAG(TIEFE - 1) TO ELT-ELTERN
    END-IF
    IF TIEFE > 2
        MOVE STAPEL-TAG(TIEFE - 2) TO ELT-GROSS
    END-IF
    IF TIEFE > 3
        MOVE STAPEL-TAG(TIEFE - 3) TO ELT-URGROSS
    END-IF
    MOVE FUNCTION TRIM(INHALT) TO INHALT

    EVALUATE ELT-NAME
        WHEN "Stmt"
            PERFORM PRUEFE-AUSZUG
            MOVE "N" TO IN-STMT
        WHEN "Bal"
            PERFORM UEBERNEHME-SALDO
            MOVE "N" TO IN-BAL
        WHEN "TxDtls"
            PERFORM MERKE-UMSATZ
            ADD 1 TO NTRY-TX-ZAHL
            MOVE "N" TO IN-TXDTLS
        WHEN "Ntry"
            IF NTRY-ART = "DBIT"
                SUBTRACT NTRY-BETRAG FROM UMSATZ-SUMME
            ELSE
                ADD NTRY-BETRAG TO UMSATZ-SUMME
            END-IF
            IF NTRY-TX-ZAHL = 0
                *> Buchung ohne Einzelumsatz: Daten der Buchung.
                MOVE SPACES TO TX-ART TX-FAMILIE TX-SUBFAM TX-E2E
                MOVE SPACES TO TX-DBTR-NAME TX-CDTR-NAME TX-DBTR-IBAN
                MOVE SPACES TO TX-CDTR-IBAN TX-GRUND TX-ZWECK TX-TEXT
                MOVE "N" TO TX-RUECKGABE
                MOVE 0 TO TX-BETRAG
                PERFORM MERKE-UMSATZ
            END-IF
            MOVE "N" TO IN-NTRY
        WHEN OTHER
            PERFORM UEBERNEHME-WERT
    END-EVALUATE

    SUBTRACT 1 FROM TIEFE
    MOVE SPACES TO INHALT
    MOVE 1 TO INHALT-ZEIGER.


*> ----------------------------------------------------------------
*> #7.1 Wert eines einfachen Elements uebernehmen
*> ----------------------------------------------------------------
UEBERNEHME-WERT.
    EVALUATE TRUE
        *> Saldo (Bal)
        WHEN IN-BAL = "J" AND ELT-NAME = "Cd"
         AND ELT-ELTERN = "CdOrPrtry"
            MOVE INHALT TO BAL-ART
        WHEN IN-BAL = "J" AND ELT-NAME = "Amt"
            PERFORM PRUEFE-BETRAG-INHALT
            COMPUTE BAL-BETRAG = FUNCTION NUMVAL(INHALT)
        WHEN IN-BAL = "J" AND ELT-NAME = "CdtDbtInd"
            MOVE INHALT TO BAL-VORZ
        WHEN IN-BAL = "J" AND ELT-NAME = "Dt" AND ELT-ELTERN = "Dt"
            PERFORM UEBERNEHME-DATUM
            MOVE NTRY-DATUM TO BAL-DATUM

        *> Einzelumsatz (TxDtls)
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "Amt"
         AND (ELT-ELTERN = "TxDtls" OR ELT-ELTERN = "TxAmt")
            PERFORM PRUEFE-BETRAG-INHALT
            COMPUTE TX-BETRAG = FUNCTION NUMVAL(INHALT)
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "CdtDbtInd"
            MOVE INHALT TO TX-ART
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "EndToEndId"
            MOVE INHALT TO TX-E2E
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "Ustrd"
            IF TX-TEXT-ZEIGER <= 140
                STRING FUNCTION TRIM(INHALT) " "
                    DELIMITED BY SIZE
                    INTO TX-TEXT WITH POINTER TX-TEXT-ZEIGER
                END-STRING
            END-IF
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "Nm"
         AND (ELT-ELTERN = "Dbtr"
              OR (ELT-ELTERN = "Pty" AND ELT-GROSS = "Dbtr"))
            MOVE INHALT TO TX-DBTR-NAME
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "Nm"
         AND (ELT-ELTERN = "Cdtr"
              OR (ELT-ELTERN = "Pty" AND ELT-GROSS = "Cdtr"))
            MOVE INHALT TO TX-CDTR-NAME
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "IBAN"
         AND ELT-GROSS = "DbtrAcct"
            MOVE INHALT TO TX-DBTR-IBAN
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "IBAN"
         AND ELT-GROSS = "CdtrAcct"
            MOVE INHALT TO TX-CDTR-IBAN
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "Cd"
         AND ELT-ELTERN = "Rsn" AND ELT-GROSS = "RtrInf"
            MOVE INHALT TO TX-GRUND
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "Cd"
         AND ELT-ELTERN = "Purp"
            MOVE INHALT TO TX-ZWECK
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "Cd"
         AND ELT-ELTERN = "Fmly"
            MOVE INHALT TO TX-FAMILIE
        WHEN IN-TXDTLS = "J" AND ELT-NAME = "SubFmlyCd"
            MOVE INHALT TO TX-SUBFAM

        *> Buchung (Ntry)
        WHEN IN-NTRY = "J" AND ELT-NAME = "Amt"
         AND ELT-ELTERN = "Ntry"
            PERFORM PRUEFE-BETRAG-INHALT
            COMPUTE NTRY-BETRAG = FUNCTION NUMVAL(INHALT)
        WHEN IN-NTRY = "J" AND ELT-NAME = "CdtDbtInd"
         AND ELT-ELTERN = "Ntry"
            MOVE INHALT TO NTRY-ART
        WHEN IN-NTRY = "J" AND ELT-NAME = "RvslInd"
            IF INHALT = "true"
                MOVE "J" TO NTRY-STORNO
            END-IF
        WHEN IN-NTRY = "J" AND ELT-NAME = "Dt"
         AND ELT-ELTERN = "BookgDt"
            PERFORM UEBERNEHME-DATUM
        WHEN IN-NTRY = "J" AND ELT-NAME = "Cd"
         AND ELT-ELTERN = "Fmly"
            MOVE INHALT TO NTRY-FAMILIE
        WHEN IN-NTRY = "J" AND ELT-NAME = "SubFmlyCd"
            MOVE INHALT TO NTRY-SUBFAM
        WHEN IN-NTRY = "J" AND ELT-NAME = "AddtlNtryInf"
            MOVE INHALT TO NTRY-TEXT

        *> Auszug (Stmt)
        WHEN IN-STMT = "J" AND ELT-NAME = "Id"
         AND ELT-ELTERN = "Stmt"
            MOVE INHALT TO AUSZUG-ID
        WHEN IN-STMT = "J" AND ELT-NAME = "IBAN"
         AND ELT-GROSS = "Acct" AND ELT-URGROSS = "Stmt"
            MOVE INHALT TO KONTO-IBAN
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #7.2 Datum JJJJ-MM-TT nach NTRY-DATUM (JJJJMMTT)
*> ----------------------------------------------------------------
UEBERNEHME-DATUM.
    IF INHALT(1:4) IS NUMERIC AND INHALT(6:2) IS NUMERIC
     AND INHALT(9:2) IS NUMERIC
        STRING INHALT(1:4) INHALT(6:2) INHALT(9:2)
            DELIMITED BY SIZE INTO NTRY-DATUM
        END-STRING
    ELSE
        MOVE "J" TO XML-FEHLER
        DISPLAY "FEHLER: ungueltiges Datum '" FUNCTION TRIM(INHALT)
                "' in " FUNCTION TRIM(ELT-ELTERN) "."
    END-IF.


*> ----------------------------------------------------------------
*> #7.3 Betrag muss eine Zahl sein (sonst liefert NUMVAL 0)
*> ----------------------------------------------------------------
PRUEFE-BETRAG-INHALT.
    IF INHALT = SPACES OR FUNCTION TEST-NUMVAL(INHALT) NOT = 0
        MOVE "J" TO XML-FEHLER
        DISPLAY "FEHLER: ungueltiger Betrag '" FUNCTION TRIM(INHALT)
                "' in " FUNCTION TRIM(ELT-ELTERN) "."
        MOVE "0" TO INHALT
    END-IF.


*> ----------------------------------------------------------------
*> #7.4 Saldo (Bal) ablegen: Anfangs- oder Endsaldo
*> ----------------------------------------------------------------
UEBERNEHME-SALDO.
    EVALUATE BAL-ART
        WHEN "OPBD"
        WHEN "PRCD"
            IF ANFANG-GESEHEN NOT = "J"
                MOVE BAL-BETRAG TO ANFANG-SALDO
                IF BAL-VORZ = "DBIT"
                    COMPUTE ANFANG-SALDO = 0 - BAL-BETRAG
                END-IF
                MOVE "J" TO ANFANG-GESEHEN
            END-IF
        WHEN "CLBD"
            MOVE BAL-BETRAG TO END-SALDO
            IF BAL-VORZ = "DBIT"
                COMPUTE END-SALDO = 0 - BAL-BETRAG
            END-IF
            MOVE BAL-DATUM TO END-DATUM
            MOVE "J" TO END-GESEHEN
        WHEN OTHER
            *> Valutarische und verfuegbare Salden sind hier ohne
            *> Belang.
            CONTINUE
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #7.5 Einzelumsatz merken (Luecken aus der Buchung ergaenzt)
*> ----------------------------------------------------------------
MERKE-UMSATZ.
    IF UMS-ANZAHL >= 2000
        IF UMS-UEBERLAUF NOT = "J"
            MOVE "J" TO UMS-UEBERLAUF
            DISPLAY "FEHLER: Umsatztabelle voll (2000) - Auszug"
                    " in diesem Lauf nicht verteilt."
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO UMS-ANZAHL
    IF TX-ART = SPACES
        MOVE NTRY-ART TO TX-ART
    END-IF
    IF TX-BETRAG = 0
        MOVE NTRY-BETRAG TO TX-BETRAG
    END-IF
    IF TX-FAMILIE = SPACES
        MOVE NTRY-FAMILIE TO TX-FAMILIE
        MOVE NTRY-SUBFAM  TO TX-SUBFAM
    END-IF
    IF TX-TEXT = SPACES
        MOVE NTRY-TEXT TO TX-TEXT
    END-IF
    MOVE TX-ART        TO UMT-ART(UMS-ANZAHL)
    MOVE TX-BETRAG     TO UMT-BETRAG(UMS-ANZAHL)
    MOVE NTRY-DATUM    TO UMT-DATUM(UMS-ANZAHL)
    MOVE NTRY-STORNO   TO UMT-STORNO(UMS-ANZAHL)
    MOVE TX-RUECKGABE  TO UMT-RUECKGABE(UMS-ANZAHL)
    MOVE TX-FAMILIE    TO UMT-FAMILIE(UMS-ANZAHL)
    MOVE TX-SUBFAM     TO UMT-SUBFAM(UMS-ANZAHL)
    MOVE TX-E2E        TO UMT-E2E(UMS-ANZAHL)
    MOVE TX-TEXT       TO UMT-TEXT(UMS-ANZAHL)
    MOVE TX-GRUND      TO UMT-GRUND(UMS-ANZAHL)
    MOVE TX-ZWECK      TO UMT-ZWECK(UMS-ANZAHL)
    *> Gegenpartei: bei Gutschrift der Zahler, bei Lastschrift der
    *> Empfaenger - es sei denn, dort steht das eigene Konto (so
    *> melden manche Banken Rueckueberweisungen).
    IF TX-ART = "CRDT"
        MOVE TX-DBTR-NAME TO UMT-NAME(UMS-ANZAHL)
        MOVE TX-DBTR-IBAN TO UMT-IBAN(UMS-ANZAHL)
        IF TX-DBTR-IBAN = SPACES OR TX-DBTR-IBAN = KONTO-IBAN
            MOVE TX-CDTR-NAME TO UMT-NAME(UMS-ANZAHL)
            MOVE TX-CDTR-IBAN TO UMT-IBAN(UMS-ANZAHL)
        END-IF
    ELSE
        MOVE TX-CDTR-NAME TO UMT-NAME(UMS-ANZAHL)
        MOVE TX-CDTR-IBAN TO UMT-IBAN(UMS-ANZAHL)
        IF TX-CDTR-IBAN = SPACES OR TX-CDTR-IBAN = KONTO-IBAN
            MOVE TX-DBTR-NAME TO UMT-NAME(UMS-ANZAHL)
            MOVE TX-DBTR-IBAN TO UMT-IBAN(UMS-ANZAHL)
        END-IF
    END-IF.


*> ================================================================
*> #8 Salden eines Auszugs pruefen
*> ================================================================
PRUEFE-AUSZUG.
    ADD 1 TO CNT-AUSZUEGE
    MOVE "N" TO KONTO-GEHOERT
    PERFORM VARYING FK-IDX FROM 1 BY 1
            UNTIL FK-IDX > FIRMEN-KONTO-ANZAHL
        IF FIRMEN-KONTO(FK-IDX) = KONTO-IBAN
            MOVE "J" TO KONTO-GEHOERT
        END-IF
    END-PERFORM
    IF KONTO-GEHOERT NOT = "J"
        MOVE "J" TO AUSZUG-FEHLER
        DISPLAY "FEHLER: Auszug " FUNCTION TRIM(AUSZUG-ID)
                " ist fuer Konto " FUNCTION TRIM(KONTO-IBAN)
                " - kein Konto der aktiven Firma (FIRMA.CFG)."
        EXIT PARAGRAPH
    END-IF
    IF ANFANG-GESEHEN NOT = "J" OR END-GESEHEN NOT = "J"
        MOVE "J" TO AUSZUG-FEHLER
        DISPLAY "FEHLER: Auszug " FUNCTION TRIM(AUSZUG-ID)
                " ohne Anfangs- oder Endsaldo."
        EXIT PARAGRAPH
    END-IF

    COMPUTE RECHEN-SALDO = ANFANG-SALDO + UMSATZ-SUMME
    IF RECHEN-SALDO NOT = END-SALDO
        MOVE "J" TO AUSZUG-FEHLER
        MOVE RECHEN-SALDO TO PRINT-SALDO
        MOVE END-SALDO TO PRINT-SALDO2
        DISPLAY "FEHLER: Auszug " FUNCTION TRIM(AUSZUG-ID)
                " unvollstaendig - Anfangssaldo + Umsaetze ="
                PRINT-SALDO ", Endsaldo =" PRINT-SALDO2 "."
    END-IF

    MOVE 0 TO SALDO-POSITION
    IF SALDO-ANZAHL > 0
        SET SD-IDX TO 1
        SEARCH SALDO-EINTRAG
            AT END CONTINUE
            WHEN SDT-IBAN(SD-IDX) = KONTO-IBAN
                SET SALDO-POSITION TO SD-IDX
        END-SEARCH
    END-IF

    IF SALDO-POSITION = 0
        DISPLAY "HINWEIS: erster Auszug fuer Konto "
                FUNCTION TRIM(KONTO-IBAN)
                " - Anfangssaldo wird ohne Vergleich uebernommen."
        IF SALDO-ANZAHL >= 50
            MOVE "J" TO AUSZUG-FEHLER
            DISPLAY "FEHLER: Saldentabelle voll (50 Konten)."
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO SALDO-ANZAHL
        MOVE SALDO-ANZAHL TO SALDO-POSITION
        MOVE KONTO-IBAN TO SDT-IBAN(SALDO-POSITION)
    ELSE
        IF SDT-SALDO(SALDO-POSITION) NOT = ANFANG-SALDO
            MOVE "J" TO AUSZUG-FEHLER
            MOVE ANFANG-SALDO TO PRINT-SALDO
            MOVE SDT-SALDO(SALDO-POSITION) TO PRINT-SALDO2
            DISPLAY "FEHLER: Anfangssaldo von Auszug "
                    FUNCTION TRIM(AUSZUG-ID) PRINT-SALDO
                    " passt nicht zum Endsaldo" PRINT-SALDO2
                    " des Vorauszugs "
                    FUNCTION TRIM(SDT-AUSZUG(SALDO-POSITION))
                    " vom " SDT-DATUM(SALDO-POSITION)
                    " (Auszug fehlt oder schon eingespielt)."
        END-IF
    END-IF

    MOVE AUSZUG-ID TO SDT-AUSZUG(SALDO-POSITION)
    MOVE END-DATUM TO SDT-DATUM(SALDO-POSITION)
    MOVE END-SALDO TO SDT-SALDO(SALDO-POSITION)
    MOVE "J" TO SDT-NEU(SALDO-POSITION).


*> ================================================================
*> #9 Einen Umsatz verteilen
*> ================================================================
VERTEILE-UMSATZ.
    ADD 1 TO CNT-UMSAETZE
    EVALUATE TRUE
        *> Eigene Lastschrift (EndToEndId "RE<Rechnungsnr>-<Datum>")
        WHEN UMT-E2E(LAUF-IDX)(1:2) = "RE"
         AND UMT-E2E(LAUF-IDX)(3:6) IS NUMERIC
         AND UMT-E2E(LAUF-IDX)(9:1) = "-"
            PERFORM MELDE-LASTSCHRIFT
        *> Lohnzahlung aus dem ZAHLUNGS-EXPORT
        WHEN UMT-E2E(LAUF-IDX)(1:5) = "LOHN-"
            PERFORM MELDE-LOHNZAHLUNG
        *> Kundenzahlung mit Rechnungsnummer
        WHEN UMT-ART(LAUF-IDX) = "CRDT"
         AND UMT-STORNO(LAUF-IDX) NOT = "J"
         AND UMT-RUECKGABE(LAUF-IDX) NOT = "J"
            MOVE UMT-TEXT(LAUF-IDX) TO VZ-TEXT
            PERFORM SUCHE-RECHNUNGSNUMMER
            IF VZ-GEFUNDEN = "J"
                PERFORM MELDE-EINGANG
            ELSE
                PERFORM MELDE-UNKLAR
            END-IF
        WHEN OTHER
            PERFORM MELDE-UNKLAR
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #9.1 Gutschrift -> ZAHLUNGSEINGANG.DAT
*> ----------------------------------------------------------------
MELDE-EINGANG.
    ADD 1 TO CNT-EINGANG
    MOVE UMT-BETRAG(LAUF-IDX) TO BETRAG-EDIT
    OPEN EXTEND ZAHLUNGSEINGANG
    IF FS-EINGANG NOT = "00"
        OPEN OUTPUT ZAHLUNGSEINGANG
    END-IF
    IF FS-EINGANG = "00"
        MOVE SPACES TO EINGANG-ZEILE
        STRING VZ-RECHNUNG " " FUNCTION TRIM(BETRAG-EDIT) " "
               UMT-DATUM(LAUF-IDX)
            DELIMITED BY SIZE INTO EINGANG-ZEILE
        END-STRING
        WRITE EINGANG-ZEILE
        CLOSE ZAHLUNGSEINGANG
    ELSE
        DISPLAY "Fehler beim Schreiben von ZAHLUNGSEINGANG.DAT,"
                " Status=" FS-EINGANG
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #9.2 Lohnzahlung -> BANK-RUECKLAUF.DAT
*> ----------------------------------------------------------------
*> Ausgefuehrt melden nur Gehaltszahlungen (Zweck SALA), denn nur
*> die stehen im Detailregister; Rueckueberweisungen immer.
MELDE-LOHNZAHLUNG.
    IF UMT-ART(LAUF-IDX) = "DBIT"
     AND UMT-STORNO(LAUF-IDX) NOT = "J"
     AND UMT-RUECKGABE(LAUF-IDX) NOT = "J"
        IF UMT-ZWECK(LAUF-IDX) NOT = "SALA"
            ADD 1 TO CNT-BEKANNT
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO GRUND-TEXT
        MOVE SPACES TO RUECKLAUF-ZEILE
        STRING FUNCTION TRIM(UMT-IBAN(LAUF-IDX)) " AUSGEFUEHRT"
            DELIMITED BY SIZE INTO RUECKLAUF-ZEILE
        END-STRING
    ELSE
        PERFORM ERMITTLE-GRUND-TEXT
        MOVE SPACES TO RUECKLAUF-ZEILE
        STRING FUNCTION TRIM(UMT-IBAN(LAUF-IDX)) " FEHLER "
               FUNCTION TRIM(GRUND-TEXT)
            DELIMITED BY SIZE INTO RUECKLAUF-ZEILE
        END-STRING
        DISPLAY "  RUECKUEBERWEISUNG: "
                FUNCTION TRIM(UMT-NAME(LAUF-IDX)) " "
                FUNCTION TRIM(UMT-IBAN(LAUF-IDX)) " ("
                FUNCTION TRIM(GRUND-TEXT) ")"
    END-IF
    ADD 1 TO CNT-LOHN
    OPEN EXTEND BANK-RUECKLAUF-DATEI
    IF FS-RUECKLAUF NOT = "00"
        OPEN OUTPUT BANK-RUECKLAUF-DATEI
    END-IF
    IF FS-RUECKLAUF = "00"
        WRITE RUECKLAUF-ZEILE
        CLOSE BANK-RUECKLAUF-DATEI
    ELSE
        DISPLAY "Fehler beim Schreiben von BANK-RUECKLAUF.DAT,"
                " Status=" FS-RUECKLAUF
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #9.3 Eigene Lastschrift -> LASTSCHRIFT-RUECKMELDUNG.DAT
*> ----------------------------------------------------------------
MELDE-LASTSCHRIFT.
    ADD 1 TO CNT-LASTSCHRIFT
    MOVE SPACES TO RUECKMELDUNG-ZEILE
    IF UMT-ART(LAUF-IDX) = "CRDT"
     AND UMT-STORNO(LAUF-IDX) NOT = "J"
     AND UMT-RUECKGABE(LAUF-IDX) NOT = "J"
        STRING UMT-E2E(LAUF-IDX)(3:6) " OK"
            DELIMITED BY SIZE INTO RUECKMELDUNG-ZEILE
        END-STRING
    ELSE
        PERFORM ERMITTLE-GRUND-TEXT
        STRING UMT-E2E(LAUF-IDX)(3:6) " RUECK "
               FUNCTION TRIM(GRUND-TEXT)
            DELIMITED BY SIZE INTO RUECKMELDUNG-ZEILE
        END-STRING
        DISPLAY "  RUECKLASTSCHRIFT: Rechnung " UMT-E2E(LAUF-IDX)(3:6)
                " (" FUNCTION TRIM(GRUND-TEXT) ")"
    END-IF
    OPEN EXTEND LS-RUECKMELDUNG
    IF FS-LS NOT = "00"
        OPEN OUTPUT LS-RUECKMELDUNG
    END-IF
    IF FS-LS = "00"
        WRITE RUECKMELDUNG-ZEILE
        CLOSE LS-RUECKMELDUNG
    ELSE
        DISPLAY "Fehler beim Schreiben von"
                " LASTSCHRIFT-RUECKMELDUNG.DAT, Status=" FS-LS
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #9.4 Nicht zuordenbarer Umsatz -> UNKLARE-ZAHLUNGEN.DAT
*> ----------------------------------------------------------------
*> Zeilenaufbau wie MELDE-UNKLAR in zahlungseingang.cbl: Tagesdatum,
*> dann die Angaben zum Umsatz.
MELDE-UNKLAR.
    ADD 1 TO CNT-UNKLAR
    MOVE UMT-BETRAG(LAUF-IDX) TO BETRAG-EDIT
    MOVE SPACES TO UNKLAR-ZEILE
    STRING LAUF-ZEITSTEMPEL(1:8) " " UMT-ART(LAUF-IDX) " "
           FUNCTION TRIM(BETRAG-EDIT) " " UMT-DATUM(LAUF-IDX) " "
           FUNCTION TRIM(UMT-NAME(LAUF-IDX)) " / "
           FUNCTION TRIM(UMT-TEXT(LAUF-IDX))
        DELIMITED BY SIZE INTO UNKLAR-ZEILE
    END-STRING
    DISPLAY "  UNKLAR: " FUNCTION TRIM(UNKLAR-ZEILE(10:))
    OPEN EXTEND UNKLARE-ZAHLUNGEN
    IF FS-UNKLAR NOT = "00"
        OPEN OUTPUT UNKLARE-ZAHLUNGEN
    END-IF
    IF FS-UNKLAR = "00"
        WRITE UNKLAR-ZEILE
        CLOSE UNKLARE-ZAHLUNGEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.5 Rueckgabegrund (ISO-Code) als Klartext
*> ----------------------------------------------------------------
ERMITTLE-GRUND-TEXT.
    EVALUATE UMT-GRUND(LAUF-IDX)
        WHEN "AC01" MOVE "IBAN fehlerhaft (AC01)" TO GRUND-TEXT
        WHEN "AC04" MOVE "Konto erloschen (AC04)" TO GRUND-TEXT
        WHEN "AC06" MOVE "Konto gesperrt (AC06)" TO GRUND-TEXT
        WHEN "AG01" MOVE "Kontoart unzulaessig (AG01)" TO GRUND-TEXT
        WHEN "AM04" MOVE "Deckung unzureichend (AM04)" TO GRUND-TEXT
        WHEN "MD01" MOVE "kein Mandat (MD01)" TO GRUND-TEXT
        WHEN "MD06" MOVE "Widerspruch Zahler (MD06)" TO GRUND-TEXT
        WHEN "MD07" MOVE "Kontoinhaber verstorben (MD07)"
                        TO GRUND-TEXT
        WHEN "MS02" MOVE "Zahler verweigert (MS02)" TO GRUND-TEXT
        WHEN SPACES
            IF UMT-STORNO(LAUF-IDX) = "J"
                MOVE "Storno der Bank" TO GRUND-TEXT
            ELSE
                MOVE "Rueckgabe ohne Grund" TO GRUND-TEXT
            END-IF
        WHEN OTHER
            MOVE SPACES TO GRUND-TEXT
            STRING "Rueckgabe " UMT-GRUND(LAUF-IDX)
                DELIMITED BY SIZE INTO GRUND-TEXT
            END-STRING
    END-EVALUATE.


*> ================================================================
*> #10 Rechnungsnummer im Verwendungszweck suchen
*> ================================================================
*> Vorrang hat eine sechsstellige Ziffernfolge (so steht die
*> Nummer auf der Rechnung). Sonst gilt eine kuerzere Zahl, wenn
*> im Text "RECHNUNG", "RECHN" oder "RG" vorkommt und die Zahl
*> nicht Teil eines Datums ist (kein Punkt/Schraegstrich daneben).
SUCHE-RECHNUNGSNUMMER.
    MOVE "N" TO VZ-GEFUNDEN
    MOVE 0 TO VZ-RECHNUNG
    MOVE FUNCTION UPPER-CASE(VZ-TEXT) TO VZ-TEXT
    MOVE 0 TO VZ-STICHWORT
    INSPECT VZ-TEXT TALLYING VZ-STICHWORT FOR ALL "RECHN"
    INSPECT VZ-TEXT TALLYING VZ-STICHWORT FOR ALL "RG"
    MOVE "N" TO VZ-KANDIDAT-OK
    MOVE 0 TO VZ-KANDIDAT
    MOVE 0 TO VZ-LAENGE
    PERFORM VARYING VZ-IDX FROM 1 BY 1
            UNTIL VZ-IDX > 141 OR VZ-GEFUNDEN = "J"
        IF VZ-IDX <= 140
            MOVE VZ-TEXT(VZ-IDX:1) TO VZ-ZEICHEN
        ELSE
            MOVE SPACE TO VZ-ZEICHEN
        END-IF
        IF VZ-ZEICHEN IS NUMERIC
            IF VZ-LAENGE = 0
                MOVE VZ-IDX TO VZ-START
            END-IF
            ADD 1 TO VZ-LAENGE
        ELSE
            IF VZ-LAENGE > 0
                PERFORM BEWERTE-ZIFFERNFOLGE
            END-IF
            MOVE 0 TO VZ-LAENGE
        END-IF
    END-PERFORM
    IF VZ-GEFUNDEN NOT = "J" AND VZ-KANDIDAT-OK = "J"
     AND VZ-STICHWORT > 0
        MOVE VZ-KANDIDAT TO VZ-RECHNUNG
        MOVE "J" TO VZ-GEFUNDEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.1 Ziffernfolge VZ-START/VZ-LAENGE bewerten
*> ----------------------------------------------------------------
BEWERTE-ZIFFERNFOLGE.
    MOVE SPACE TO VZ-VOR VZ-NACH
    IF VZ-START > 1
        MOVE VZ-TEXT(VZ-START - 1:1) TO VZ-VOR
    END-IF
    IF VZ-START + VZ-LAENGE <= 140
        MOVE VZ-TEXT(VZ-START + VZ-LAENGE:1) TO VZ-NACH
    END-IF
    IF VZ-LAENGE = 6
        MOVE VZ-TEXT(VZ-START:6) TO VZ-RECHNUNG
        MOVE "J" TO VZ-GEFUNDEN
        EXIT PARAGRAPH
    END-IF
    IF VZ-LAENGE < 6 AND VZ-KANDIDAT-OK NOT = "J"
     AND VZ-VOR NOT = "." AND VZ-VOR NOT = "/"
     AND VZ-NACH NOT = "." AND VZ-NACH NOT = "/"
     AND VZ-NACH NOT = ","
        MOVE VZ-TEXT(VZ-START:VZ-LAENGE) TO VZ-KANDIDAT
        MOVE "J" TO VZ-KANDIDAT-OK
    END-IF.


*> ================================================================
*> #11 Endsalden frueherer Auszuege laden
*> ================================================================
LADE-SALDEN.
    MOVE 0 TO SALDO-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SALDO-DATEI
    IF FS-SALDO = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ SALDO-DATEI
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND KS-IBAN NOT = SPACES
                PERFORM MERKE-SALDO
            END-IF
        END-PERFORM
        CLOSE SALDO-DATEI
    END-IF
    MOVE "N" TO EOF-FLAG.

MERKE-SALDO.
    MOVE 0 TO SALDO-POSITION
    IF SALDO-ANZAHL > 0
        SET SD-IDX TO 1
        SEARCH SALDO-EINTRAG
            AT END CONTINUE
            WHEN SDT-IBAN(SD-IDX) = KS-IBAN
                SET SALDO-POSITION TO SD-IDX
        END-SEARCH
    END-IF
    IF SALDO-POSITION = 0
        IF SALDO-ANZAHL >= 50
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO SALDO-ANZAHL
        MOVE SALDO-ANZAHL TO SALDO-POSITION
    END-IF
    MOVE KS-IBAN   TO SDT-IBAN(SALDO-POSITION)
    MOVE KS-AUSZUG TO SDT-AUSZUG(SALDO-POSITION)
    MOVE KS-DATUM  TO SDT-DATUM(SALDO-POSITION)
    MOVE KS-SALDO  TO SDT-SALDO(SALDO-POSITION)
    MOVE "N"       TO SDT-NEU(SALDO-POSITION).


*> ================================================================
*> #11.1 Neue Endsalden anhaengen
*> ================================================================
SICHERE-SALDEN.
    OPEN EXTEND SALDO-DATEI
    IF FS-SALDO NOT = "00"
        OPEN OUTPUT SALDO-DATEI
    END-IF
    IF FS-SALDO NOT = "00"
        DISPLAY "Fehler beim Schreiben von KONTOAUSZUG-SALDO.DAT,"
                " Status=" FS-SALDO
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SD-IDX FROM 1 BY 1 UNTIL SD-IDX > SALDO-ANZAHL
        IF SDT-NEU(SD-IDX) = "J"
            MOVE SPACES TO SALDO-RECORD
            MOVE LAUF-ZEITSTEMPEL   TO KS-ZEITSTEMPEL
            MOVE SDT-IBAN(SD-IDX)   TO KS-IBAN
            MOVE SDT-AUSZUG(SD-IDX) TO KS-AUSZUG
            MOVE SDT-DATUM(SD-IDX)  TO KS-DATUM
            MOVE SDT-SALDO(SD-IDX)  TO KS-SALDO
            WRITE SALDO-RECORD
        END-IF
    END-PERFORM
    CLOSE SALDO-DATEI.


*> ================================================================
*> #12 Aktive Firma lesen (Konzernsicht = "**")
*> ================================================================
*> Mirrors PRUEFE-FIRMA-AKTIV in perioden_abschluss.cbl.
PRUEFE-FIRMA-AKTIV.
    MOVE SPACES TO AKTIVE-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-FIRMA-AKTIV = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END
                MOVE FA-FIRMA TO AKTIVE-FIRMA
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.


*> ================================================================
*> #12.1 Konten der Firma aus FIRMA.CFG laden
*> ================================================================
*> Mirrors LADE-FIRMA-CFG in zahlungs_export.cbl: Zeile 1 ist der
*> Name, danach "<Schluessel> <Wert>". Das Zahlungskonto (IBAN)
*> und weitere Konten der Firma (KONTO) gelten als eigene.
LADE-FIRMEN-KONTEN.
    MOVE 0 TO FC-ZEILEN-NR FIRMEN-KONTO-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FIRMA-CFG
    IF FS-FIRMA = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FIRMA-CFG
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND FUNCTION TRIM(FIRMA-CFG-ZEILE) NOT = SPACES
                ADD 1 TO FC-ZEILEN-NR
                IF FC-ZEILEN-NR > 1
                    PERFORM MERKE-FIRMEN-KONTO
                END-IF
            END-IF
        END-PERFORM
        CLOSE FIRMA-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.

MERKE-FIRMEN-KONTO.
    MOVE FUNCTION TRIM(FIRMA-CFG-ZEILE) TO FC-ZEILE
    MOVE SPACES TO FC-SCHLUESSEL FC-WERT
    MOVE 1 TO FC-ZEIGER
    UNSTRING FC-ZEILE DELIMITED BY ALL SPACE
        INTO FC-SCHLUESSEL
        WITH POINTER FC-ZEIGER
    END-UNSTRING
    IF FC-ZEIGER <= 80
        MOVE FC-ZEILE(FC-ZEIGER:) TO FC-WERT
    END-IF
    IF (FC-SCHLUESSEL = "IBAN" OR FC-SCHLUESSEL = "KONTO")
     AND FC-WERT NOT = SPACES
     AND FIRMEN-KONTO-ANZAHL < 10
        ADD 1 TO FIRMEN-KONTO-ANZAHL
        MOVE FC-WERT TO FIRMEN-KONTO(FIRMEN-KONTO-ANZAHL)
    END-IF.
