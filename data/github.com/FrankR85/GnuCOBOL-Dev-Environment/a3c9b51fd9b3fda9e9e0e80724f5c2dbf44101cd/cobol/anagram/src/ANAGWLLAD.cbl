      * damit ANAGRAMM per START/READ NEXT nur noch den passenden
      * Schluesselbereich liest und die Obergrenze wegfaellt.
      *
      * Jedes Wort traegt einen Sprachcode und den Namen der Quell-
      * Liste, aus der es geladen wurde (siehe ANAGWX). Welche Liste
      * gerade geladen wird, sagt das Kommando LISTE; ohne LISTE gilt
      * Sprache DE, Liste STANDARD, Datei ANAGRAMM.WL - ein Lauf ohne
      * Kommandodatei verhaelt sich also wie eh und je.
      *
      * Kommandos, eines je Zeile aus ANAGWL.CMD (fehlt die Datei,
      * gilt NEU):
      *   LISTE sp name [datei]
      *                  Sprache, Listenname und Quelldatei fuer die
      *                  folgenden NEU/ZUFUEGEN/LOESCHE festlegen
      *   NEU            Stamm leer neu aufbauen und die aktuelle
      *                  Liste vollstaendig einladen
      *   ZUFUEGEN       die aktuelle Liste in den bestehenden Stamm
      *                  laden; schon vorhandene Woerter (gleiche
      *                  Sprache) bleiben stehen und behalten ihre
      *                  bisherige Liste
      *   LOESCHE wort   dieses Wort der aktuellen Sprache entfernen
      *   LOESCHELISTE name
      *                  alle Woerter entfernen, die unter dieser
      *                  Liste geladen wurden
      *   ZAEHLE         Anzahl der Saetze im Stamm anzeigen, dazu
      *                  je Sprache und Liste
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WX-SCHLUESSEL
               FILE STATUS IS WX-STATUS.
           SELECT ANAGRAMM-WL ASSIGN TO WL-DATEINAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-STATUS.
           SELECT ANAGWL-CMD ASSIGN TO "ANAGWL.CMD"
           05  AUDIT-ERGEBNIS-KZ PIC X(4) VALUE 'OK'.
           05  GES-GELADEN PIC 9(7) VALUE 0.
           05  GES-UEBERGANGEN PIC 9(7) VALUE 0.
           05  GES-GELOESCHT PIC 9(7) VALUE 0.
       01  STATUS-FELDER.
           05  WX-STATUS PIC XX.
           05  WL-STATUS PIC XX.
           05  LESE-ENDE-KZ PIC X.
              88 LESE-ENDE VALUE 'J'.
       01  KOMMANDO-FELDER.
           05  CMD-VERB PIC X(12).
           05  CMD-WORT PIC X(40).
           05  CMD-WORT-2 PIC X(40).
           05  CMD-WORT-3 PIC X(60).
      * Die aktuelle Liste (Kommando LISTE): Sprache und Name fuer
      * jeden geladenen Satz, dazu die Datei, aus der geladen wird.
       01  LISTEN-FELDER.
           05  AKT-SPRACHE PIC XX VALUE "DE".
           05  AKT-LISTE PIC X(12) VALUE "STANDARD".
           05  WL-DATEINAME PIC X(60) VALUE "ANAGRAMM.WL".
      * LOESCHELISTE sammelt die Schluessel erst und loescht danach -
      * loeschen mitten im READ NEXT-Durchlauf zerstoert die
      * Leseposition. Ist die Tabelle voll, folgt ein weiterer
      * Durchgang, bis keiner der Liste mehr uebrig ist.
       01  LOESCH-TABELLE.
           05  LO-ANZAHL PIC 9(5) VALUE 0.
           05  LO-INDEX PIC 9(5).
           05  LO-SCHLUESSEL PIC X(82) OCCURS 10000 TIMES.
           05  LISTE-GELOESCHT PIC 9(7).
      * ZAEHLE: Saetze je Sprache und Liste.
       01  ZAEHL-TABELLE.
           05  ZL-ANZAHL PIC 99 VALUE 0.
           05  ZL-INDEX PIC 99.
           05  ZL-EINTRAG OCCURS 50 TIMES.
               10  ZL-SPRACHE PIC XX.
               10  ZL-LISTE PIC X(12).
               10  ZL-SAETZE PIC 9(7).
       01  LAUF-SUMMEN.
           05  WOERTER-GELADEN PIC 9(7) VALUE 0.
           05  WOERTER-UEBERGANGEN PIC 9(7) VALUE 0.
                 NOT AT END
                   MOVE SPACES TO CMD-VERB
                   MOVE SPACES TO CMD-WORT
                   MOVE SPACES TO CMD-WORT-2
                   MOVE SPACES TO CMD-WORT-3
                   UNSTRING CMD-SATZ DELIMITED BY ALL SPACES
                     INTO CMD-VERB, CMD-WORT, CMD-WORT-2, CMD-WORT-3
                   END-UNSTRING
                   IF CMD-VERB NOT = SPACES
                     PERFORM 2000-FUEHRE-KOMMANDO-AUS
             GES-GELADEN DELIMITED BY SIZE
             " uebergangen=" DELIMITED BY SIZE
             GES-UEBERGANGEN DELIMITED BY SIZE
             " geloescht=" DELIMITED BY SIZE
             GES-GELOESCHT DELIMITED BY SIZE
             INTO AUDIT-DETAIL
           END-STRING
           MOVE AUDIT-RECORD TO LOG-SATZ

       2000-FUEHRE-KOMMANDO-AUS SECTION.
           EVALUATE CMD-VERB
             WHEN "LISTE"
               PERFORM 3006-SETZE-LISTE
             WHEN "NEU"
               PERFORM 3000-STAMM-NEU-AUFBAUEN
             WHEN "ZUFUEGEN"
               IF WX-OFFEN
                 PERFORM 3003-LOESCHE-WORT
               END-IF
             WHEN "LOESCHELISTE"
               PERFORM 3001-OEFFNE-STAMM
               IF WX-OFFEN
                 PERFORM 3007-LOESCHE-LISTE
               END-IF
             WHEN "ZAEHLE"
               PERFORM 3001-OEFFNE-STAMM
               IF WX-OFFEN
             CLOSE ANAGRAMM-WX
             OPEN I-O ANAGRAMM-WX
           END-IF
      * Status 39: der Stamm traegt noch den Satzaufbau ohne Sprache
      * und Liste - das stellt ANAGWXKONV um, nicht dieses Programm.
           EVALUATE WX-STATUS
             WHEN "00"
               MOVE "J" TO WX-OFFEN-KZ
             WHEN "39"
               DISPLAY "ANAGRAMM.WX traegt noch den alten Satzaufbau"
                 " (Status 39) - bitte zuerst ANAGWXKONV laufen "
                 "lassen."
               MOVE "INV" TO AUDIT-ERGEBNIS-KZ
             WHEN OTHER
               DISPLAY "ANAGRAMM.WX nicht nutzbar (Status " WX-STATUS
                 ")."
           END-EVALUATE
           .
       3001Z.
           EXIT.
           MOVE 0 TO WOERTER-UEBERGANGEN
           OPEN INPUT ANAGRAMM-WL
           IF WL-STATUS NOT = "00"
             DISPLAY "Keine Woerterliste " FUNCTION TRIM(WL-DATEINAME)
               " zum Laden gefunden."
             GO TO 3002Z
           END-IF

           END-PERFORM
           CLOSE ANAGRAMM-WL

           DISPLAY "Liste " FUNCTION TRIM(AKT-LISTE) " (" AKT-SPRACHE
             ") aus " FUNCTION TRIM(WL-DATEINAME)
           MOVE WOERTER-GELADEN TO SUMME-ANZEIGE
           DISPLAY "Woerter in den Stamm geladen:  " SUMME-ANZEIGE
           MOVE WOERTER-UEBERGANGEN TO SUMME-ANZEIGE

           MOVE SIG-WORT TO WX-SIGNATUR
           MOVE NORM-AUSGABE TO WX-NORM
           MOVE AKT-SPRACHE TO WX-SPRACHE
           MOVE WL-WORT TO WX-WORT
           MOVE NORM-AUSGABE-LAENGE TO WX-LAENGE
           MOVE AKT-LISTE TO WX-LISTE
           WRITE WX-SATZ
               INVALID KEY
                   ADD 1 TO WOERTER-UEBERGANGEN
       3003-LOESCHE-WORT SECTION.
      * Der Schluessel wird aus dem Kommandowort genauso gebildet wie
      * beim Laden, damit LOESCHE dasselbe trifft, was NEU/ZUFUEGEN
      * geschrieben haben - in der Sprache der aktuellen Liste.
           MOVE CMD-WORT TO NORM-EINGABE
           PERFORM 8000-NORMALISIERE-EIN-WORT
           MOVE NORM-AUSGABE TO SIG-WORT
           PERFORM 8002-BILDE-SIGNATUR
           MOVE SIG-WORT TO WX-SIGNATUR
           MOVE NORM-AUSGABE TO WX-NORM
           MOVE AKT-SPRACHE TO WX-SPRACHE
           DELETE ANAGRAMM-WX
               INVALID KEY
                   DISPLAY "Wort nicht im Stamm: " CMD-WORT
               NOT INVALID KEY
                   DISPLAY "Wort geloescht: " CMD-WORT
                   ADD 1 TO GES-GELOESCHT
           END-DELETE
           .
       3003Z.

       3004-ZAEHLE-SAETZE SECTION.
           MOVE 0 TO SAETZE-GEZAEHLT
           MOVE 0 TO ZL-ANZAHL
           MOVE LOW-VALUES TO WX-SCHLUESSEL
           START ANAGRAMM-WX KEY IS NOT LESS THAN WX-SCHLUESSEL
               INVALID KEY
                         MOVE "J" TO LESE-ENDE-KZ
                       NOT AT END
                         ADD 1 TO SAETZE-GEZAEHLT
                         PERFORM 3008-ZAEHLE-JE-LISTE
                     END-READ
                   END-PERFORM
           END-START
           MOVE SAETZE-GEZAEHLT TO SUMME-ANZEIGE
           DISPLAY "Saetze im Stamm: " SUMME-ANZEIGE
           PERFORM VARYING ZL-INDEX FROM 1 BY 1
             UNTIL ZL-INDEX > ZL-ANZAHL
             MOVE ZL-SAETZE (ZL-INDEX) TO SUMME-ANZEIGE
             DISPLAY "  " ZL-SPRACHE (ZL-INDEX) " "
               ZL-LISTE (ZL-INDEX) " " SUMME-ANZEIGE
           END-PERFORM
           .
       3004Z.
           EXIT.

       3008-ZAEHLE-JE-LISTE SECTION.
      * Den gerade gelesenen Satz seiner Sprache und Liste
      * zurechnen; mehr als 50 Kombinationen laufen nur in die
      * Gesamtzahl ein.
           PERFORM VARYING ZL-INDEX FROM 1 BY 1
             UNTIL ZL-INDEX > ZL-ANZAHL
             IF ZL-SPRACHE (ZL-INDEX) = WX-SPRACHE
               AND ZL-LISTE (ZL-INDEX) = WX-LISTE
               ADD 1 TO ZL-SAETZE (ZL-INDEX)
               GO TO 3008Z
             END-IF
           END-PERFORM
           IF ZL-ANZAHL < 50
             ADD 1 TO ZL-ANZAHL
             MOVE WX-SPRACHE TO ZL-SPRACHE (ZL-ANZAHL)
             MOVE WX-LISTE TO ZL-LISTE (ZL-ANZAHL)
             MOVE 1 TO ZL-SAETZE (ZL-ANZAHL)
           END-IF
           .
       3008Z.
           EXIT.

       3006-SETZE-LISTE SECTION.
      * LISTE sp name [datei]: die Sprache ist ein zweistelliger
      * Code, der Name hoechstens zwoelf Zeichen. Ohne Datei wird
      * aus ANAGRAMM.WL geladen. Fehlt etwas, bleibt die bisherige
      * Liste stehen.
           IF CMD-WORT (3:38) NOT = SPACES
             OR CMD-WORT (2:1) = SPACE
             OR CMD-WORT-2 = SPACES
             OR CMD-WORT-2 (13:28) NOT = SPACES
             DISPLAY "LISTE braucht Sprachcode (2 Zeichen) und "
               "Listennamen (bis 12 Zeichen) - ignoriert."
             MOVE "INV" TO AUDIT-ERGEBNIS-KZ
             GO TO 3006Z
           END-IF
           MOVE FUNCTION UPPER-CASE(CMD-WORT (1:2)) TO AKT-SPRACHE
           MOVE CMD-WORT-2 (1:12) TO AKT-LISTE
           IF CMD-WORT-3 = SPACES
             MOVE "ANAGRAMM.WL" TO WL-DATEINAME
           ELSE
             MOVE CMD-WORT-3 TO WL-DATEINAME
           END-IF
           .
       3006Z.
           EXIT.

       3007-LOESCHE-LISTE SECTION.
      * Alle Saetze der genannten Liste entfernen, gleich welcher
      * Sprache: Schluessel sammeln, dann loeschen, und das so oft,
      * bis ein Durchgang die Tabelle nicht mehr fuellt.
           IF CMD-WORT = SPACES
             DISPLAY "LOESCHELISTE ohne Listennamen - ignoriert."
             GO TO 3007Z
           END-IF
           MOVE 0 TO LISTE-GELOESCHT
           MOVE 10000 TO LO-ANZAHL
           PERFORM UNTIL LO-ANZAHL < 10000
             MOVE 0 TO LO-ANZAHL
             MOVE LOW-VALUES TO WX-SCHLUESSEL
             MOVE "N" TO LESE-ENDE-KZ
             START ANAGRAMM-WX KEY IS NOT LESS THAN WX-SCHLUESSEL
                 INVALID KEY
                     MOVE "J" TO LESE-ENDE-KZ
             END-START
             PERFORM UNTIL LESE-ENDE OR LO-ANZAHL >= 10000
               READ ANAGRAMM-WX NEXT RECORD
                 AT END
                   MOVE "J" TO LESE-ENDE-KZ
                 NOT AT END
                   IF WX-LISTE = CMD-WORT (1:12)
                     ADD 1 TO LO-ANZAHL
                     MOVE WX-SCHLUESSEL TO LO-SCHLUESSEL (LO-ANZAHL)
                   END-IF
               END-READ
             END-PERFORM
             PERFORM VARYING LO-INDEX FROM 1 BY 1
               UNTIL LO-INDEX > LO-ANZAHL
               MOVE LO-SCHLUESSEL (LO-INDEX) TO WX-SCHLUESSEL
               DELETE ANAGRAMM-WX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO LISTE-GELOESCHT
               END-DELETE
             END-PERFORM
           END-PERFORM

           MOVE LISTE-GELOESCHT TO SUMME-ANZEIGE
           DISPLAY "Liste " FUNCTION TRIM(CMD-WORT)
             " - Woerter geloescht: " SUMME-ANZEIGE
           ADD LISTE-GELOESCHT TO GES-GELOESCHT
           .
       3007Z.
           EXIT.

       8000-NORMALISIERE-EIN-WORT SECTION.
      * Wort fuer Wort dieselbe Normalisierung wie ANAGRAMM in
      * 1008-NORMALISIERE-EIN-WORT: Grossschreibung, Leerzeichen
