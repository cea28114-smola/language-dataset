       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGWXPFL.
      * Dialog-Pflege des Woerterlisten-Stamms ANAGRAMM.WX an der
      * Konsole. ANAGWLLAD laedt und loescht im Stapel ueber
      * ANAGWL.CMD; fuer die kleinen Korrekturen zwischendurch kann
      * hier ein Wort gesucht, sein Signatur-Bereich durchgeblaettert
      * und ein Wort angelegt, geaendert oder geloescht werden - jede
      * Aenderung erst nach Rueckfrage.
      *
      * Auswahl im Menue:
      *   W   Suche nach Wort - zeigt alle Stammwoerter mit derselben
      *       Signatur (also das Wort selbst und seine Anagramme,
      *       ueber alle Sprachen)
      *   S   Suche nach Signatur - Buchstaben in beliebiger
      *       Reihenfolge, sie werden wie beim Laden sortiert
      *   B   im angezeigten Signatur-Bereich weiterblaettern
      *   N   neues Wort anlegen
      *   A   Wort aus der angezeigten Seite aendern
      *   L   Wort aus der angezeigten Seite loeschen
      *   E   Ende
      *
      * Jede ausgefuehrte Aenderung schreibt sofort eine Zeile im
      * Betriebs-Satzaufbau (Copy AUDITREC) nach ANAGRAMM.LOG -
      * Ereignis WXNEU, WXAEND oder WXLOE, im Detail Wort, Sprache
      * und Liste (bei WXAEND vorher und nachher).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANAGRAMM-WX ASSIGN TO "ANAGRAMM.WX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WX-SCHLUESSEL
               FILE STATUS IS WX-STATUS.
      * Gemeinsames Laufprotokoll der Anagramm-Programme - Quelle fuer
      * AUDITMRG.
           SELECT ANAGRAMM-LOG ASSIGN TO "ANAGRAMM.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANAGRAMM-WX.
       COPY ANAGWX.
       FD  ANAGRAMM-LOG.
       01  LOG-SATZ PIC X(200).

       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       01  AUDIT-FELDER.
           05  LOG-STATUS PIC XX.
           05  AUDIT-STEMPEL PIC X(14).
           05  PFL-EREIGNIS PIC X(10).
           05  PFL-DETAIL PIC X(157).
       01  STATUS-FELDER.
           05  WX-STATUS PIC XX.
           05  WX-OFFEN-KZ PIC X VALUE 'N'.
              88 WX-OFFEN VALUE 'J'.
           05  DIALOG-ENDE-KZ PIC X VALUE 'N'.
              88 DIALOG-ENDE VALUE 'J'.
           05  BESTAETIGT-KZ PIC X.
              88 BESTAETIGT VALUE 'J'.
           05  GEWAEHLT-KZ PIC X.
              88 GEWAEHLT VALUE 'J'.
           05  BEREICH-ENDE-KZ PIC X VALUE 'J'.
              88 BEREICH-ENDE VALUE 'J'.
       01  EINGABE-FELDER.
           05  AUSWAHL PIC X.
           05  EIN-WORT PIC X(40).
           05  EIN-SPRACHE PIC XX.
           05  EIN-LISTE PIC X(12).
           05  EIN-NUMMER PIC XX.
           05  EIN-ANTWORT PIC X.
           05  NUMMER PIC 99.
      * Die angezeigte Seite eines Signatur-Bereichs: bis zu zehn
      * Saetze, ueber ihre laufende Nummer fuer Aendern und Loeschen
      * waehlbar. SEITE-LETZTER ist der Aufsetzpunkt fuer B.
       01  SEITEN-FELDER.
           05  SUCH-SIGNATUR PIC X(40).
           05  SEITE-ANZAHL PIC 99 VALUE 0.
           05  SEITE-INDEX PIC 99.
           05  SEITE-SCHLUESSEL PIC X(82) OCCURS 10 TIMES.
           05  SEITE-LETZTER PIC X(82).
           05  SEITE-ZEILE PIC X(79).
           05  NR-ANZEIGE PIC Z9.
      * Vorher-Bild eines Satzes fuer Aendern und fuer die
      * Protokollzeile.
       01  ALT-FELDER.
           05  ALT-SATZ PIC X(136).
           05  ALT-SCHLUESSEL PIC X(82).
           05  ALT-WORT PIC X(40).
           05  ALT-SPRACHE PIC XX.
           05  ALT-LISTE PIC X(12).
      * Arbeitsfelder der Normalisierung - dieselben Schritte, die
      * ANAGRAMM in 1008-NORMALISIERE-EIN-WORT geht (Grossschreibung,
      * Leerzeichen raus, Umschrift AE/OE/UE/SS). Die Programme
      * muessen hier in Schritt bleiben, sonst findet das
      * Nachschlagen den hier gepflegten Satz nicht.
       01  NORM-FELDER.
           05  NORM-EINGABE PIC X(40).
           05  NORM-GROSS   PIC X(40).
           05  NORM-AUSGABE PIC X(40).
           05  NORM-AUSGABE-LAENGE PIC 99.
           05  NORM-ZEICHEN PIC X.
           05  UMSCHRIFT-PAAR PIC XX.
           05  COUNTER PIC 99.
       01  SIGNATUR-FELDER.
           05  SIG-WORT PIC X(40).
           05  SIG-LAENGE PIC 99.
           05  SIG-TAUSCH PIC X.
           05  SIG-I PIC 99.
           05  SIG-J PIC 99.

       PROCEDURE DIVISION.
           PERFORM 1000-OEFFNE-STAMM
           IF NOT WX-OFFEN
             GOBACK
           END-IF

           PERFORM UNTIL DIALOG-ENDE
             PERFORM 2000-ZEIGE-MENUE
             ACCEPT AUSWAHL
             MOVE FUNCTION UPPER-CASE(AUSWAHL) TO AUSWAHL
             EVALUATE AUSWAHL
               WHEN "W"
                 PERFORM 2100-SUCHE-WORT
               WHEN "S"
                 PERFORM 2200-SUCHE-SIGNATUR
               WHEN "B"
                 PERFORM 2400-BLAETTERN
               WHEN "N"
                 PERFORM 3000-NEUES-WORT
               WHEN "A"
                 PERFORM 3100-AENDERE-WORT
               WHEN "L"
                 PERFORM 3200-LOESCHE-WORT
               WHEN "E"
                 MOVE "J" TO DIALOG-ENDE-KZ
               WHEN OTHER
                 DISPLAY "Unbekannte Auswahl: " AUSWAHL
             END-EVALUATE
           END-PERFORM

           CLOSE ANAGRAMM-WX
           GOBACK
           .

       1000-OEFFNE-STAMM SECTION.
      * Wie in ANAGWLLAD: fehlt der Stamm (Status 35), wird er einmal
      * leer angelegt; Status 39 heisst alter Satzaufbau ohne
      * Sprache und Liste - das ist ANAGWXKONVs Arbeit.
           OPEN I-O ANAGRAMM-WX
           IF WX-STATUS = "35"
             OPEN OUTPUT ANAGRAMM-WX
             CLOSE ANAGRAMM-WX
             OPEN I-O ANAGRAMM-WX
           END-IF
           EVALUATE WX-STATUS
             WHEN "00"
               MOVE "J" TO WX-OFFEN-KZ
             WHEN "39"
               DISPLAY "ANAGRAMM.WX traegt noch den alten Satzaufbau"
                 " (Status 39) - bitte zuerst ANAGWXKONV laufen "
                 "lassen."
             WHEN OTHER
               DISPLAY "ANAGRAMM.WX nicht nutzbar (Status " WX-STATUS
                 ")."
           END-EVALUATE
           .
       1000Z.
           EXIT.

       2000-ZEIGE-MENUE SECTION.
           DISPLAY " "
           DISPLAY "ANAGRAMM.WX - PFLEGE"
           DISPLAY "  W Suche Wort      S Suche Signatur  B Blaettern"
           DISPLAY "  N Neues Wort      A Aendern         L Loeschen"
           DISPLAY "  E Ende"
           DISPLAY "Auswahl: " WITH NO ADVANCING
           .
       2000Z.
           EXIT.

       2100-SUCHE-WORT SECTION.
      * Das Wort wird wie beim Laden normalisiert und signiert; der
      * Bereich dieser Signatur zeigt das Wort selbst (in jeder
      * Sprache, in der es geladen ist) und alle seine Anagramme.
           DISPLAY "Wort: " WITH NO ADVANCING
           MOVE SPACES TO EIN-WORT
           ACCEPT EIN-WORT
           MOVE EIN-WORT TO NORM-EINGABE
           PERFORM 8000-NORMALISIERE-EIN-WORT
           IF NORM-AUSGABE-LAENGE = 0
             DISPLAY "Kein Buchstabe im Suchwort."
             GO TO 2100Z
           END-IF
           MOVE NORM-AUSGABE TO SIG-WORT
           MOVE NORM-AUSGABE-LAENGE TO SIG-LAENGE
           PERFORM 8002-BILDE-SIGNATUR
           MOVE SIG-WORT TO SUCH-SIGNATUR
           PERFORM 2300-ZEIGE-BEREICH
           .
       2100Z.
           EXIT.

       2200-SUCHE-SIGNATUR SECTION.
      * Die Buchstaben duerfen in beliebiger Reihenfolge kommen - sie
      * gehen durch dieselbe Normalisierung und Sortierung wie jedes
      * Wort, so trifft "ENILST" dieselbe Signatur wie "LISTEN".
           DISPLAY "Signatur (Buchstaben): " WITH NO ADVANCING
           MOVE SPACES TO EIN-WORT
           ACCEPT EIN-WORT
           MOVE EIN-WORT TO NORM-EINGABE
           PERFORM 8000-NORMALISIERE-EIN-WORT
           IF NORM-AUSGABE-LAENGE = 0
             DISPLAY "Keine Buchstaben angegeben."
             GO TO 2200Z
           END-IF
           MOVE NORM-AUSGABE TO SIG-WORT
           MOVE NORM-AUSGABE-LAENGE TO SIG-LAENGE
           PERFORM 8002-BILDE-SIGNATUR
           MOVE SIG-WORT TO SUCH-SIGNATUR
           PERFORM 2300-ZEIGE-BEREICH
           .
       2200Z.
           EXIT.

       2300-ZEIGE-BEREICH SECTION.
      * Erste Seite des Signatur-Bereichs: START auf den Anfang der
      * Signatur, dann seitenweise READ NEXT bis die Signatur
      * wechselt - derselbe Zugriff wie beim Nachschlagen in
      * ANAGRAMM.
           DISPLAY "Signatur " FUNCTION TRIM(SUCH-SIGNATUR) ":"
           MOVE "N" TO BEREICH-ENDE-KZ
           MOVE SUCH-SIGNATUR TO WX-SIGNATUR
           MOVE LOW-VALUES TO WX-NORM
           MOVE LOW-VALUES TO WX-SPRACHE
           START ANAGRAMM-WX KEY IS NOT LESS THAN WX-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO BEREICH-ENDE-KZ
           END-START
           PERFORM 2310-ZEIGE-SEITE
           .
       2300Z.
           EXIT.

       2310-ZEIGE-SEITE SECTION.
      * Bis zu zehn Saetze ab der aktuellen Leseposition, solange die
      * Signatur stimmt, durchnumeriert anzeigen und ihre Schluessel
      * fuer A und L merken.
           MOVE 0 TO SEITE-ANZAHL
           PERFORM UNTIL BEREICH-ENDE OR SEITE-ANZAHL >= 10
             READ ANAGRAMM-WX NEXT RECORD
               AT END
                 MOVE "J" TO BEREICH-ENDE-KZ
               NOT AT END
                 IF WX-SIGNATUR NOT = SUCH-SIGNATUR
                   MOVE "J" TO BEREICH-ENDE-KZ
                 ELSE
                   ADD 1 TO SEITE-ANZAHL
                   MOVE WX-SCHLUESSEL
                     TO SEITE-SCHLUESSEL (SEITE-ANZAHL)
                   MOVE WX-SCHLUESSEL TO SEITE-LETZTER
                   MOVE SEITE-ANZAHL TO NR-ANZEIGE
                   MOVE SPACES TO SEITE-ZEILE
                   MOVE NR-ANZEIGE TO SEITE-ZEILE (1:2)
                   MOVE WX-WORT TO SEITE-ZEILE (5:40)
                   MOVE WX-SPRACHE TO SEITE-ZEILE (46:2)
                   MOVE WX-LISTE TO SEITE-ZEILE (49:12)
                   DISPLAY SEITE-ZEILE
                 END-IF
             END-READ
           END-PERFORM

           IF SEITE-ANZAHL = 0
             DISPLAY "  (keine Woerter mit dieser Signatur)"
           END-IF
           IF BEREICH-ENDE
             DISPLAY "  -- Ende des Signatur-Bereichs --"
           ELSE
             DISPLAY "  -- weiter mit B --"
           END-IF
           .
       2310Z.
           EXIT.

       2400-BLAETTERN SECTION.
      * Naechste Seite: hinter dem zuletzt gezeigten Schluessel neu
      * aufsetzen - zwischen zwei Eingaben kann ein Aendern oder
      * Loeschen die Leseposition verschoben haben.
           IF BEREICH-ENDE OR SEITE-ANZAHL = 0
             DISPLAY "Kein Bereich zum Weiterblaettern - erst mit W "
               "oder S suchen."
             GO TO 2400Z
           END-IF
           MOVE SEITE-LETZTER TO WX-SCHLUESSEL
           START ANAGRAMM-WX KEY IS GREATER THAN WX-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO BEREICH-ENDE-KZ
           END-START
           PERFORM 2310-ZEIGE-SEITE
           .
       2400Z.
           EXIT.

       3000-NEUES-WORT SECTION.
      * Neues Wort mit Sprache und Liste; ohne Angabe gelten DE und
      * die Liste PFLEGE, damit von Hand angelegte Woerter als solche
      * erkennbar bleiben. Schluessel und Laenge entstehen wie in
      * ANAGWLLAD 3005.
           DISPLAY "Neues Wort: " WITH NO ADVANCING
           MOVE SPACES TO EIN-WORT
           ACCEPT EIN-WORT
           MOVE EIN-WORT TO NORM-EINGABE
           PERFORM 8000-NORMALISIERE-EIN-WORT
           IF NORM-AUSGABE-LAENGE = 0
             DISPLAY "Kein Buchstabe im Wort - nichts angelegt."
             GO TO 3000Z
           END-IF
           DISPLAY "Sprache [DE]: " WITH NO ADVANCING
           MOVE SPACES TO EIN-SPRACHE
           ACCEPT EIN-SPRACHE
           IF EIN-SPRACHE = SPACES
             MOVE "DE" TO EIN-SPRACHE
           END-IF
           DISPLAY "Liste [PFLEGE]: " WITH NO ADVANCING
           MOVE SPACES TO EIN-LISTE
           ACCEPT EIN-LISTE
           IF EIN-LISTE = SPACES
             MOVE "PFLEGE" TO EIN-LISTE
           END-IF

           MOVE SPACES TO WX-SATZ
           PERFORM 3010-BAUE-SATZ
           DISPLAY "Anlegen: " FUNCTION TRIM(WX-WORT) " "
             WX-SPRACHE " " FUNCTION TRIM(WX-LISTE)
             " (Signatur " FUNCTION TRIM(WX-SIGNATUR) ")"
           PERFORM 3900-FRAGE-BESTAETIGUNG
           IF NOT BESTAETIGT
             DISPLAY "Nichts angelegt."
             GO TO 3000Z
           END-IF

           WRITE WX-SATZ
               INVALID KEY
                   DISPLAY "Wort ist in dieser Sprache schon im Stamm"
                     " - nichts angelegt."
                   GO TO 3000Z
           END-WRITE
           DISPLAY "Angelegt."
           MOVE "WXNEU" TO PFL-EREIGNIS
           MOVE SPACES TO PFL-DETAIL
           STRING
             "wort=" DELIMITED BY SIZE
             FUNCTION TRIM(WX-WORT) DELIMITED BY SIZE
             " sprache=" DELIMITED BY SIZE
             WX-SPRACHE DELIMITED BY SIZE
             " liste=" DELIMITED BY SIZE
             FUNCTION TRIM(WX-LISTE) DELIMITED BY SIZE
             INTO PFL-DETAIL
           END-STRING
           PERFORM 7000-SCHREIBE-AUDITZEILE
           .
       3000Z.
           EXIT.

       3010-BAUE-SATZ SECTION.
      * Aus EIN-WORT/EIN-SPRACHE/EIN-LISTE einen vollstaendigen
      * Stammsatz bilden; NORM-AUSGABE steht vom Aufrufer schon fest.
           MOVE NORM-AUSGABE TO SIG-WORT
           MOVE NORM-AUSGABE-LAENGE TO SIG-LAENGE
           PERFORM 8002-BILDE-SIGNATUR
           MOVE SIG-WORT TO WX-SIGNATUR
           MOVE NORM-AUSGABE TO WX-NORM
           MOVE FUNCTION UPPER-CASE(EIN-SPRACHE) TO WX-SPRACHE
           MOVE EIN-WORT TO WX-WORT
           MOVE NORM-AUSGABE-LAENGE TO WX-LAENGE
           MOVE EIN-LISTE TO WX-LISTE
           .
       3010Z.
           EXIT.

       3100-AENDERE-WORT SECTION.
      * Ein Wort der angezeigten Seite aendern: Schreibweise, Sprache
      * oder Liste - leere Eingabe behaelt den alten Wert. Aendert
      * sich dabei der Schluessel (andere Buchstaben oder andere
      * Sprache), wird erst der neue Satz geschrieben und dann der
      * alte geloescht; steht der neue Schluessel schon im Stamm,
      * bleibt alles beim Alten.
           PERFORM 3950-WAEHLE-SATZ
           IF NOT GEWAEHLT
             GO TO 3100Z
           END-IF
           MOVE WX-SATZ TO ALT-SATZ
           MOVE WX-SCHLUESSEL TO ALT-SCHLUESSEL
           MOVE WX-WORT TO ALT-WORT
           MOVE WX-SPRACHE TO ALT-SPRACHE
           MOVE WX-LISTE TO ALT-LISTE

           DISPLAY "Wort [" FUNCTION TRIM(ALT-WORT) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO EIN-WORT
           ACCEPT EIN-WORT
           IF EIN-WORT = SPACES
             MOVE ALT-WORT TO EIN-WORT
           END-IF
           DISPLAY "Sprache [" ALT-SPRACHE "]: " WITH NO ADVANCING
           MOVE SPACES TO EIN-SPRACHE
           ACCEPT EIN-SPRACHE
           IF EIN-SPRACHE = SPACES
             MOVE ALT-SPRACHE TO EIN-SPRACHE
           END-IF
           DISPLAY "Liste [" FUNCTION TRIM(ALT-LISTE) "]: "
             WITH NO ADVANCING
           MOVE SPACES TO EIN-LISTE
           ACCEPT EIN-LISTE
           IF EIN-LISTE = SPACES
             MOVE ALT-LISTE TO EIN-LISTE
           END-IF

           MOVE EIN-WORT TO NORM-EINGABE
           PERFORM 8000-NORMALISIERE-EIN-WORT
           IF NORM-AUSGABE-LAENGE = 0
             DISPLAY "Kein Buchstabe im Wort - nichts geaendert."
             GO TO 3100Z
           END-IF
           MOVE SPACES TO WX-SATZ
           PERFORM 3010-BAUE-SATZ
           IF WX-SATZ = ALT-SATZ
             DISPLAY "Keine Aenderung."
             GO TO 3100Z
           END-IF
           DISPLAY "Aendern: " FUNCTION TRIM(ALT-WORT) " "
             ALT-SPRACHE " " FUNCTION TRIM(ALT-LISTE) " -> "
             FUNCTION TRIM(WX-WORT) " " WX-SPRACHE " "
             FUNCTION TRIM(WX-LISTE)
           PERFORM 3900-FRAGE-BESTAETIGUNG
           IF NOT BESTAETIGT
             DISPLAY "Nichts geaendert."
             GO TO 3100Z
           END-IF

           IF WX-SCHLUESSEL = ALT-SCHLUESSEL
             REWRITE WX-SATZ
                 INVALID KEY
                     DISPLAY "Satz nicht mehr im Stamm - nichts "
                       "geaendert."
                     GO TO 3100Z
             END-REWRITE
           ELSE
             WRITE WX-SATZ
                 INVALID KEY
                     DISPLAY "Neues Wort ist in dieser Sprache schon "
                       "im Stamm - nichts geaendert."
                     GO TO 3100Z
             END-WRITE
             MOVE ALT-SCHLUESSEL TO WX-SCHLUESSEL
             DELETE ANAGRAMM-WX
                 INVALID KEY
                     CONTINUE
             END-DELETE
      * Die Seite zeigt noch den alten Schluessel - sie gilt nicht
      * mehr, bis neu gesucht wird.
             MOVE 0 TO SEITE-ANZAHL
             MOVE "J" TO BEREICH-ENDE-KZ
           END-IF
           DISPLAY "Geaendert."

           MOVE "WXAEND" TO PFL-EREIGNIS
           MOVE SPACES TO PFL-DETAIL
           STRING
             "alt=" DELIMITED BY SIZE
             FUNCTION TRIM(ALT-WORT) DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             ALT-SPRACHE DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             FUNCTION TRIM(ALT-LISTE) DELIMITED BY SIZE
             " neu=" DELIMITED BY SIZE
             FUNCTION TRIM(EIN-WORT) DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             FUNCTION UPPER-CASE(EIN-SPRACHE) DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             FUNCTION TRIM(EIN-LISTE) DELIMITED BY SIZE
             INTO PFL-DETAIL
           END-STRING
           PERFORM 7000-SCHREIBE-AUDITZEILE
           .
       3100Z.
           EXIT.

       3200-LOESCHE-WORT SECTION.
      * Ein Wort der angezeigten Seite nach Rueckfrage entfernen.
           PERFORM 3950-WAEHLE-SATZ
           IF NOT GEWAEHLT
             GO TO 3200Z
           END-IF
           DISPLAY "Loeschen: " FUNCTION TRIM(WX-WORT) " "
             WX-SPRACHE " " FUNCTION TRIM(WX-LISTE)
           PERFORM 3900-FRAGE-BESTAETIGUNG
           IF NOT BESTAETIGT
             DISPLAY "Nichts geloescht."
             GO TO 3200Z
           END-IF

           MOVE "WXLOE" TO PFL-EREIGNIS
           MOVE SPACES TO PFL-DETAIL
           STRING
             "wort=" DELIMITED BY SIZE
             FUNCTION TRIM(WX-WORT) DELIMITED BY SIZE
             " sprache=" DELIMITED BY SIZE
             WX-SPRACHE DELIMITED BY SIZE
             " liste=" DELIMITED BY SIZE
             FUNCTION TRIM(WX-LISTE) DELIMITED BY SIZE
             INTO PFL-DETAIL
           END-STRING
           DELETE ANAGRAMM-WX
               INVALID KEY
                   DISPLAY "Satz nicht mehr im Stamm - nichts "
                     "geloescht."
                   GO TO 3200Z
           END-DELETE
           DISPLAY "Geloescht."
           MOVE 0 TO SEITE-ANZAHL
           MOVE "J" TO BEREICH-ENDE-KZ
           PERFORM 7000-SCHREIBE-AUDITZEILE
           .
       3200Z.
           EXIT.

       3900-FRAGE-BESTAETIGUNG SECTION.
      * Jede Aenderung nur nach einem ausdruecklichen J.
           MOVE "N" TO BESTAETIGT-KZ
           DISPLAY "Ausfuehren? (J/N): " WITH NO ADVANCING
           MOVE SPACE TO EIN-ANTWORT
           ACCEPT EIN-ANTWORT
           IF EIN-ANTWORT = "J" OR EIN-ANTWORT = "j"
             MOVE "J" TO BESTAETIGT-KZ
           END-IF
           .
       3900Z.
           EXIT.

       3950-WAEHLE-SATZ SECTION.
      * Nummer aus der angezeigten Seite abfragen und den Satz frisch
      * per Schluessel lesen - er koennte seit dem Anzeigen geaendert
      * worden sein.
           MOVE "N" TO GEWAEHLT-KZ
           IF SEITE-ANZAHL = 0
             DISPLAY "Keine Seite angezeigt - erst mit W oder S "
               "suchen."
             GO TO 3950Z
           END-IF
           DISPLAY "Nummer: " WITH NO ADVANCING
           MOVE SPACES TO EIN-NUMMER
           ACCEPT EIN-NUMMER
           EVALUATE TRUE
             WHEN EIN-NUMMER IS NUMERIC
               MOVE EIN-NUMMER TO NUMMER
             WHEN EIN-NUMMER (1:1) IS NUMERIC
               AND EIN-NUMMER (2:1) = SPACE
               MOVE EIN-NUMMER (1:1) TO NUMMER
             WHEN OTHER
               MOVE 0 TO NUMMER
           END-EVALUATE
           IF NUMMER < 1 OR NUMMER > SEITE-ANZAHL
             DISPLAY "Keine gueltige Nummer der Seite."
             GO TO 3950Z
           END-IF

           MOVE SEITE-SCHLUESSEL (NUMMER) TO WX-SCHLUESSEL
           READ ANAGRAMM-WX
               INVALID KEY
                   DISPLAY "Satz nicht mehr im Stamm."
                   GO TO 3950Z
           END-READ
           MOVE "J" TO GEWAEHLT-KZ
           .
       3950Z.
           EXIT.

       7000-SCHREIBE-AUDITZEILE SECTION.
      * Eine Zeile je ausgefuehrter Aenderung in ANAGRAMM.LOG - das
      * Ereignis und der Detailtext kommen vom Aufrufer. Die Datei
      * wird je Zeile geoeffnet und geschlossen, damit jede
      * Aenderung sofort protokolliert ist, auch wenn der Dialog
      * danach abbricht.
           OPEN EXTEND ANAGRAMM-LOG
           IF LOG-STATUS NOT = "00"
             OPEN OUTPUT ANAGRAMM-LOG
             IF LOG-STATUS NOT = "00"
               DISPLAY "ANAGRAMM.LOG nicht beschreibbar (Status "
                 LOG-STATUS ")."
               GO TO 7000Z
             END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO AUDIT-STEMPEL
           MOVE SPACES TO AUDIT-RECORD
           MOVE AUDIT-STEMPEL (1:8) TO AUDIT-DATE
           MOVE AUDIT-STEMPEL (9:6) TO AUDIT-TIME
           MOVE "ANAGWXPFL" TO AUDIT-PROGRAM
           MOVE PFL-EREIGNIS TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-OUTCOME
           MOVE PFL-DETAIL TO AUDIT-DETAIL
           MOVE AUDIT-RECORD TO LOG-SATZ
           WRITE LOG-SATZ
           CLOSE ANAGRAMM-LOG
           .
       7000Z.
           EXIT.

       8000-NORMALISIERE-EIN-WORT SECTION.
      * Wort fuer Wort dieselbe Normalisierung wie ANAGRAMM in
      * 1008-NORMALISIERE-EIN-WORT: Grossschreibung, Leerzeichen
      * raus, Umschrift AE/OE/UE/SS fuer Umlaute und scharfes S.
      * Aenderungen dort muessen hier nachgezogen werden.
           MOVE FUNCTION UPPER-CASE(NORM-EINGABE) TO NORM-GROSS
           MOVE SPACES TO NORM-AUSGABE
           MOVE 0 TO NORM-AUSGABE-LAENGE

           PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 40
             MOVE NORM-GROSS (COUNTER:1) TO NORM-ZEICHEN
             EVALUATE NORM-ZEICHEN
               WHEN SPACE
                 CONTINUE
               WHEN X"E4"
               WHEN X"C4"
                 MOVE "AE" TO UMSCHRIFT-PAAR
                 PERFORM 8001-HAENGE-PAAR-AN
               WHEN X"F6"
               WHEN X"D6"
                 MOVE "OE" TO UMSCHRIFT-PAAR
                 PERFORM 8001-HAENGE-PAAR-AN
               WHEN X"FC"
               WHEN X"DC"
                 MOVE "UE" TO UMSCHRIFT-PAAR
                 PERFORM 8001-HAENGE-PAAR-AN
               WHEN X"DF"
                 MOVE "SS" TO UMSCHRIFT-PAAR
                 PERFORM 8001-HAENGE-PAAR-AN
               WHEN OTHER
                 IF NORM-AUSGABE-LAENGE <= 39
                   ADD 1 TO NORM-AUSGABE-LAENGE
                   MOVE NORM-ZEICHEN
                     TO NORM-AUSGABE (NORM-AUSGABE-LAENGE:1)
                 END-IF
             END-EVALUATE
           END-PERFORM
           .
       8000Z.
           EXIT.

       8001-HAENGE-PAAR-AN SECTION.
           IF NORM-AUSGABE-LAENGE <= 38
             MOVE UMSCHRIFT-PAAR
               TO NORM-AUSGABE (NORM-AUSGABE-LAENGE + 1:2)
             ADD 2 TO NORM-AUSGABE-LAENGE
           END-IF
           .
       8001Z.
           EXIT.

       8002-BILDE-SIGNATUR SECTION.
      * Sortiert die ersten SIG-LAENGE Zeichen von SIG-WORT - das
      * gleiche Austauschsortieren wie in ANAGRAMM und ANAGWLLAD.
           IF SIG-LAENGE < 2
             GO TO 8002Z
           END-IF

           PERFORM VARYING SIG-I FROM 1 BY 1
             UNTIL SIG-I >= SIG-LAENGE
             PERFORM VARYING SIG-J FROM 1 BY 1
               UNTIL SIG-J > SIG-LAENGE - SIG-I
               IF SIG-WORT (SIG-J:1) > SIG-WORT (SIG-J + 1:1)
                 MOVE SIG-WORT (SIG-J:1) TO SIG-TAUSCH
                 MOVE SIG-WORT (SIG-J + 1:1) TO SIG-WORT (SIG-J:1)
                 MOVE SIG-TAUSCH TO SIG-WORT (SIG-J + 1:1)
               END-IF
             END-PERFORM
           END-PERFORM
           .
       8002Z.
           EXIT.

       END PROGRAM ANAGWXPFL.
