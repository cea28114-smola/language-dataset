      *   LOESCHE JJJJMMTT   Saetze mit Erstschreibdatum vor dem
      *                      angegebenen Tag entfernen
      *   REORG              Datei entladen und kompakt neu aufbauen
      *   PRUEFE             jedes gespeicherte Paar unter der
      *                      aktuellen Normalisierung neu berechnen;
      *                      Saetze, deren DB-ERGEBNIS nicht mehr
      *                      stimmt, mit altem und neuem Urteil in die
      *                      Liste
      *   KORRIGIERE         wie PRUEFE, die abweichenden Saetze werden
      *                      dabei gleich berichtigt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  KOMMANDO-ZAHL PIC 9(5) VALUE 0.
           05  GES-GELOESCHT PIC 9(5) VALUE 0.
           05  GES-REORG PIC 9(5) VALUE 0.
           05  GES-GEPRUEFT PIC 9(5) VALUE 0.
           05  GES-ABWEICHEND PIC 9(5) VALUE 0.
           05  GES-KORRIGIERT PIC 9(5) VALUE 0.
      * Nachpruefung des Caches (PRUEFE/KORRIGIERE): Zaehler je
      * Anweisung, das neu errechnete Urteil und ob berichtigt wird.
       01  PRUEF-FELDER.
           05  KORREKTUR-KZ PIC X VALUE 'N'.
              88 MIT-KORREKTUR VALUE 'J'.
           05  BERICHTIGT-KZ PIC X.
              88 SATZ-BERICHTIGT VALUE 'J'.
           05  GEPRUEFT-ZAHL PIC 9(5).
           05  STIMMT-ZAHL PIC 9(5).
           05  ABWEICHEND-ZAHL PIC 9(5).
           05  KORRIGIERT-ZAHL PIC 9(5).
           05  NEU-ERGEBNIS PIC XX.
           05  ALT-URTEIL PIC X(4).
           05  NEU-URTEIL PIC X(4).
           05  PRUEF-WORT-1 PIC X(40).
           05  PRUEF-WORT-2 PIC X(40).
           05  PRUEF-LAENGE-1 PIC 99.
           05  PRUEF-LAENGE-2 PIC 99.
           05  PRUEF-SIG-1 PIC X(40).
      * Arbeitsfelder der Normalisierung - dieselben Schritte, die
      * ANAGRAMM in 1008-NORMALISIERE-EIN-WORT geht (Grossschreibung,
      * Leerzeichen raus, Umschrift AE/OE/UE/SS). Die Nachpruefung
      * taugt nur, solange beide hier in Schritt bleiben.
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
      * Schluessel der zu loeschenden Saetze werden erst gesammelt -
      * loeschen mitten im READ NEXT-Durchlauf zerstoert die
      * Leseposition.
             GES-GELOESCHT DELIMITED BY SIZE
             " reorg=" DELIMITED BY SIZE
             GES-REORG DELIMITED BY SIZE
             " geprueft=" DELIMITED BY SIZE
             GES-GEPRUEFT DELIMITED BY SIZE
             " abweichend=" DELIMITED BY SIZE
             GES-ABWEICHEND DELIMITED BY SIZE
             " korrigiert=" DELIMITED BY SIZE
             GES-KORRIGIERT DELIMITED BY SIZE
             INTO AUDIT-DETAIL
           END-STRING
           MOVE AUDIT-RECORD TO LOG-SATZ
               PERFORM 4000-LOESCHE-ALTE-SAETZE
             WHEN "REORG"
               PERFORM 5000-REORGANISIERE
             WHEN "PRUEFE"
               MOVE "N" TO KORREKTUR-KZ
               PERFORM 7000-PRUEFE-ERGEBNISSE
             WHEN "KORRIGIERE"
               MOVE "J" TO KORREKTUR-KZ
               PERFORM 7000-PRUEFE-ERGEBNISSE
             WHEN SPACES
               CONTINUE
             WHEN OTHER
       5000Z.
           EXIT.

       7000-PRUEFE-ERGEBNISSE SECTION.
      * Nachpruefung des Ergebnis-Caches: jeder Satz wird unter der
      * heutigen Normalisierung neu beurteilt. Die gespeicherten
      * Woerter sind die normalisierten Formen von damals - erneut
      * durch 8100 geschickt, ergeben sie, was ANAGRAMM heute
      * vergleichen wuerde. Stimmt das neue Urteil nicht mit
      * DB-ERGEBNIS ueberein, kommt der Satz mit altem und neuem
      * Urteil in die Liste; bei KORRIGIERE wird DB-ERGEBNIS gleich
      * umgeschrieben. Das REWRITE aendert keinen Schluessel und
      * laesst die Leseposition darum stehen - anders als das
      * Loeschen in 4000 muss hier nichts gesammelt werden.
           PERFORM 1100-OEFFNE-LISTE
           MOVE 0 TO GEPRUEFT-ZAHL STIMMT-ZAHL ABWEICHEND-ZAHL
             KORRIGIERT-ZAHL
           IF MIT-KORREKTUR
             MOVE "NACHPRUEFUNG ANAGRAMM.DB MIT KORREKTUR" TO LST-SATZ
           ELSE
             MOVE "NACHPRUEFUNG ANAGRAMM.DB" TO LST-SATZ
           END-IF
           WRITE LST-SATZ
           PERFORM 6000-STARTE-DB-DURCHLAUF
           PERFORM UNTIL DB-ENDE
             READ ANAGRAMM-DB NEXT RECORD
               AT END
                 MOVE "J" TO DB-ENDE-KZ
               NOT AT END
                 ADD 1 TO GEPRUEFT-ZAHL
                 PERFORM 7100-BEURTEILE-SATZ
                 IF NEU-ERGEBNIS (1:1) = DB-ERGEBNIS (1:1)
                   ADD 1 TO STIMMT-ZAHL
                 ELSE
                   ADD 1 TO ABWEICHEND-ZAHL
                   PERFORM 7200-MELDE-ABWEICHUNG
                 END-IF
             END-READ
           END-PERFORM

           MOVE "  Saetze geprueft:" TO LST-SATZ
           MOVE GEPRUEFT-ZAHL TO ZAHL-ANZEIGE
           PERFORM 3110-SCHREIBE-ZAHL
           MOVE "  davon stimmen:" TO LST-SATZ
           MOVE STIMMT-ZAHL TO ZAHL-ANZEIGE
           PERFORM 3110-SCHREIBE-ZAHL
           MOVE "  davon abweichend:" TO LST-SATZ
           MOVE ABWEICHEND-ZAHL TO ZAHL-ANZEIGE
           PERFORM 3110-SCHREIBE-ZAHL
           MOVE "  davon berichtigt:" TO LST-SATZ
           MOVE KORRIGIERT-ZAHL TO ZAHL-ANZEIGE
           PERFORM 3110-SCHREIBE-ZAHL

           MOVE ABWEICHEND-ZAHL TO ZAHL-ANZEIGE
           DISPLAY "Abweichende Saetze: " ZAHL-ANZEIGE
           MOVE KORRIGIERT-ZAHL TO ZAHL-ANZEIGE
           DISPLAY "Berichtigte Saetze: " ZAHL-ANZEIGE
           ADD GEPRUEFT-ZAHL TO GES-GEPRUEFT
           ADD ABWEICHEND-ZAHL TO GES-ABWEICHEND
           ADD KORRIGIERT-ZAHL TO GES-KORRIGIERT
      * Was abweicht und stehen bleibt, wird weiter als Cache-Treffer
      * ausgeliefert - das soll die Morgenrunde nicht als OK sehen.
           IF ABWEICHEND-ZAHL > KORRIGIERT-ZAHL
             MOVE "INV" TO AUDIT-ERGEBNIS-KZ
           END-IF
           .
       7000Z.
           EXIT.

       7100-BEURTEILE-SATZ SECTION.
      * Dasselbe Urteil, das 1000-PROCESS-WORD faellen wuerde: gleich
      * viele Buchstaben und dieselbe Buchstaben-Menge - hier ueber
      * die sortierten Signaturen, das gleiche Verfahren, mit dem
      * ANAGRAMM Anagramm-Klassen bildet.
           MOVE DB-WORT-1 TO NORM-EINGABE
           PERFORM 8100-NORMALISIERE-EIN-WORT
           MOVE NORM-AUSGABE TO PRUEF-WORT-1
           MOVE NORM-AUSGABE-LAENGE TO PRUEF-LAENGE-1
           MOVE DB-WORT-2 TO NORM-EINGABE
           PERFORM 8100-NORMALISIERE-EIN-WORT
           MOVE NORM-AUSGABE TO PRUEF-WORT-2
           MOVE NORM-AUSGABE-LAENGE TO PRUEF-LAENGE-2

           MOVE "N" TO NEU-ERGEBNIS
           IF PRUEF-LAENGE-1 NOT = PRUEF-LAENGE-2
             GO TO 7100Z
           END-IF
           MOVE PRUEF-WORT-1 TO SIG-WORT
           MOVE PRUEF-LAENGE-1 TO SIG-LAENGE
           PERFORM 8102-BILDE-SIGNATUR
           MOVE SIG-WORT TO PRUEF-SIG-1
           MOVE PRUEF-WORT-2 TO SIG-WORT
           MOVE PRUEF-LAENGE-2 TO SIG-LAENGE
           PERFORM 8102-BILDE-SIGNATUR
           IF SIG-WORT = PRUEF-SIG-1
             MOVE "J" TO NEU-ERGEBNIS
           END-IF
           .
       7100Z.
           EXIT.

       7200-MELDE-ABWEICHUNG SECTION.
      * Eine Listenzeile je abweichendem Satz: das Paar, das
      * gespeicherte und das neue Urteil - und ob berichtigt wurde.
           IF DB-ERGEBNIS (1:1) = "J"
             MOVE "JA" TO ALT-URTEIL
           ELSE
             MOVE "NEIN" TO ALT-URTEIL
           END-IF
           IF NEU-ERGEBNIS (1:1) = "J"
             MOVE "JA" TO NEU-URTEIL
           ELSE
             MOVE "NEIN" TO NEU-URTEIL
           END-IF

           MOVE "N" TO BERICHTIGT-KZ
           IF MIT-KORREKTUR
             MOVE NEU-ERGEBNIS TO DB-ERGEBNIS
             REWRITE DB-SATZ
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO KORRIGIERT-ZAHL
                     MOVE "J" TO BERICHTIGT-KZ
             END-REWRITE
           END-IF

           MOVE SPACES TO LST-SATZ
           STRING
             FUNCTION TRIM(DB-WORT-1) DELIMITED BY SIZE
             " / " DELIMITED BY SIZE
             FUNCTION TRIM(DB-WORT-2) DELIMITED BY SIZE
             ": gespeichert " DELIMITED BY SIZE
             ALT-URTEIL DELIMITED BY SPACE
             ", neu " DELIMITED BY SIZE
             NEU-URTEIL DELIMITED BY SPACE
             INTO LST-SATZ
           END-STRING
           IF SATZ-BERICHTIGT
             MOVE SPACES TO LST-SATZ (100:21)
             MOVE "- BERICHTIGT" TO LST-SATZ (100:12)
           END-IF
           WRITE LST-SATZ
           .
       7200Z.
           EXIT.

       6000-STARTE-DB-DURCHLAUF SECTION.
      * Leseposition fuer einen vollen Durchlauf in Schluesselfolge
      * an den Dateianfang setzen.
       6000Z.
           EXIT.

       8100-NORMALISIERE-EIN-WORT SECTION.
      * Wort fuer Wort dieselbe Normalisierung wie ANAGRAMM in
      * 1008-NORMALISIERE-EIN-WORT: Grossschreibung, Leerzeichen
      * raus, Umschrift AE/OE/UE/SS fuer Umlaute und scharfes S.
      * Aenderungen dort muessen hier nachgezogen werden - genau die
      * sollen PRUEFE und KORRIGIERE ja im Bestand nachvollziehen.
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
                 PERFORM 8101-HAENGE-PAAR-AN
               WHEN X"F6"
               WHEN X"D6"
                 MOVE "OE" TO UMSCHRIFT-PAAR
                 PERFORM 8101-HAENGE-PAAR-AN
               WHEN X"FC"
               WHEN X"DC"
                 MOVE "UE" TO UMSCHRIFT-PAAR
                 PERFORM 8101-HAENGE-PAAR-AN
               WHEN X"DF"
                 MOVE "SS" TO UMSCHRIFT-PAAR
                 PERFORM 8101-HAENGE-PAAR-AN
               WHEN OTHER
                 IF NORM-AUSGABE-LAENGE <= 39
                   ADD 1 TO NORM-AUSGABE-LAENGE
                   MOVE NORM-ZEICHEN
                     TO NORM-AUSGABE (NORM-AUSGABE-LAENGE:1)
                 END-IF
             END-EVALUATE
           END-PERFORM
           .
       8100Z.
           EXIT.

       8101-HAENGE-PAAR-AN SECTION.
           IF NORM-AUSGABE-LAENGE <= 38
             MOVE UMSCHRIFT-PAAR
               TO NORM-AUSGABE (NORM-AUSGABE-LAENGE + 1:2)
             ADD 2 TO NORM-AUSGABE-LAENGE
           END-IF
           .
       8101Z.
           EXIT.

       8102-BILDE-SIGNATUR SECTION.
      * Sortiert die ersten SIG-LAENGE Zeichen von SIG-WORT - das
      * gleiche Austauschsortieren wie in ANAGRAMM.
           IF SIG-LAENGE < 2
             GO TO 8102Z
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
       8102Z.
           EXIT.

       END PROGRAM ANAGPFLEGE.
