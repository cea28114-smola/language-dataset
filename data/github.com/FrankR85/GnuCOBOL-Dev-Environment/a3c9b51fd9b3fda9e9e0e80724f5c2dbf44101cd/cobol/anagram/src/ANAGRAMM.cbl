           05  WX2-SCHLUESSEL.
               10  WX2-SIGNATUR PIC X(40).
               10  WX2-NORM     PIC X(40).
               10  WX2-SPRACHE  PIC XX.
           05  WX2-WORT     PIC X(40).
           05  WX2-LAENGE   PIC 99.
           05  WX2-LISTE    PIC X(12).
       FD  ANAGRAMM-LOG.
       01  LOG-SATZ PIC X(200).
       FD  ANAGRAMM-REJ.
           05  ZWEIWORT-ZAHL PIC 9(5) VALUE 0.
           05  GRUPPEN-WORT-ZAHL PIC 9(5) VALUE 0.
           05  ZURUECKGEWIESEN-ZAHL PIC 9(5) VALUE 0.
           05  NAHE-PAARE-ZAHL PIC 9(5) VALUE 0.
           05  NAHE-TREFFER-ZAHL PIC 9(5) VALUE 0.
           05  SUMME-ANZEIGE PIC Z(4)9.
           05  LAUF-STEMPEL PIC X(14).
      * Gruppen-Modus: die ganze Eingabedatei wird eingelesen und nach
           05  ZW-WORTLEN PIC 99.
           05  ZW-WORT-1-AUSGABE PIC X(40).
           05  ZW-WORT-2-AUSGABE PIC X(40).
      * Beinahe-Modus (Steuerzeile "*NAHE n"): ein NEIN-Paar, dessen
      * Signaturen sich um hoechstens NAH-GRENZE Buchstaben
      * unterscheiden, bekommt die fehlenden und ueberzaehligen
      * Buchstaben beider Seiten dazugeschrieben; das Nachschlagen
      * listet zusaetzlich alle Listenwoerter in diesem Abstand. Der
      * Abstand ist die groessere der beiden Restmengen - ein
      * Tippfehler (ein Buchstabe fehlt, einer ist zuviel) zaehlt
      * also 1, genau wie ein einzelner ueberzaehliger Buchstabe.
       01  NAH-FELDER.
           05  NAH-GRENZE PIC 9 VALUE 0.
           05  NAH-SIG-1 PIC X(40).
           05  NAH-LEN-1 PIC 99.
           05  NAH-SIG-2 PIC X(40).
           05  NAH-LEN-2 PIC 99.
           05  NAH-NUR-1 PIC X(40).
           05  NAH-ANZ-1 PIC 99.
           05  NAH-NUR-2 PIC X(40).
           05  NAH-ANZ-2 PIC 99.
           05  NAH-ABSTAND PIC 99.
           05  NAH-ABSTAND-ANZEIGE PIC Z9.
           05  NAH-P PIC 99.
           05  NAH-Q PIC 99.
           05  NAH-FEHLT-TEXT PIC X(40).
           05  NAH-ZUVIEL-TEXT PIC X(40).
           05  NAH-PARTNER PIC X(40).
           05  NAH-TREFFER PIC 9(5).
           05  NAH-OBERGRENZE PIC 9(5) VALUE 200.
      * Zustand des indizierten Woerterlisten-Stamms: einmal je Lauf
      * geprueft; ist er nutzbar, laufen Einzel- und Zweiwort-
      * Abfragen ueber START/READ NEXT statt ueber die 10000er-
              88 WX-FERTIG VALUE 'J'.
           05  WX2-FERTIG-KZ PIC X.
              88 WX2-FERTIG VALUE 'J'.
      * Sprachauswahl des Laufs (Steuerzeile "*SPRACHE DE EN"): bis
      * zu fuenf Sprachcodes; ohne Steuerzeile gilt jede Sprache.
      * Geprueft wird nur gegen den Stamm - die flache ANAGRAMM.WL
      * traegt keine Sprache.
       01  SPRACH-FELDER.
           05  SPR-ANZAHL PIC 9 VALUE 0.
           05  SPR-CODE PIC XX OCCURS 5 TIMES.
           05  SPR-I PIC 9.
           05  SPR-TEIL PIC X(10) OCCURS 5 TIMES.
           05  SPR-PRUEF PIC XX.
           05  SPR-OK-KZ PIC X.
              88 SPRACHE-OK VALUE 'J'.
       01  SIGNATUR-FELDER.
           05  SIG-WORT PIC X(40).
           05  SIG-LAENGE PIC 99.
             GRUPPEN-WORT-ZAHL DELIMITED BY SIZE
             " abgewiesen=" DELIMITED BY SIZE
             ZURUECKGEWIESEN-ZAHL DELIMITED BY SIZE
             " nahpaar=" DELIMITED BY SIZE
             NAHE-PAARE-ZAHL DELIMITED BY SIZE
             " nahwort=" DELIMITED BY SIZE
             NAHE-TREFFER-ZAHL DELIMITED BY SIZE
             INTO AUDIT-DETAIL
           END-STRING

      * ersten Feld und dem Anfragewort im zweiten eine Zweiwort-
      * Abfrage (welche Wortpaare der Liste ergeben zusammen dieses
      * Wort), eine Zeile mit zwei gewoehnlichen Woertern der
      * gewohnte Paarvergleich. Eine Steuerzeile "*NAHE n" schaltet
      * fuer alle folgenden Zeilen den Beinahe-Modus ein ("*NAHE 0"
      * wieder aus). "*SPRACHE DE EN" beschraenkt Nachschlagen und
      * Zweiwort-Abfrage ab da auf Stammwoerter dieser Sprachen.
      * Die bereits gelesene erste Zeile wird vor der Leseschleife
      * verarbeitet.
             IF NOT DATEI-ENDE
               PERFORM 2011-VERTEILE-ZEILE
             END-IF
      * die Zeilen aus der Schleife nie auseinanderlaufen. Vorher
      * laeuft die Vorpruefung: was durchfaellt, wird abgewiesen
      * statt verglichen und gezaehlt, als waere es gute Eingabe.
      * Die Steuerzeilen "*NAHE" und "*SPRACHE" sind keine Woerter und
      * pruefen ihre Angaben selbst.
           IF IN-WORT-1 = "*NAHE"
             PERFORM 2040-SETZE-NAHGRENZE
             GO TO 2011Z
           END-IF
           IF IN-WORT-1 = "*SPRACHE"
             PERFORM 2050-SETZE-SPRACHEN
             GO TO 2011Z
           END-IF
           PERFORM 2030-PRUEFE-ZEILE
           IF NOT PRUEF-OK
             ADD 1 TO ZURUECKGEWIESEN-ZAHL
      * Die Summen muessen aufgehen: Paare = JA + NEIN = DB + neu.
      * Nachschlage-Abfragen und Gruppen-Woerter stehen als eigene
      * Zaehler dabei, damit auch ein Lauf ohne ein einziges Paar
      * von einem abgebrochenen zu unterscheiden ist. Die
      * Beinahe-Paare sind eine Teilmenge der NEIN-Paare; die
      * Beinahe-Treffer zaehlen die Zusatzzeilen des Nachschlagens.
           MOVE "*** ENDE DES LAUFS ***" TO OUT-SATZ
           WRITE OUT-SATZ
           MOVE "PAARE GELESEN:" TO OUT-SATZ
           MOVE "ZWEIWORT-ABFRAGEN:" TO OUT-SATZ
           MOVE ZWEIWORT-ZAHL TO SUMME-ANZEIGE
           PERFORM 2008-SCHREIBE-SUMMENZEILE
           MOVE "BEINAHE-PAARE:" TO OUT-SATZ
           MOVE NAHE-PAARE-ZAHL TO SUMME-ANZEIGE
           PERFORM 2008-SCHREIBE-SUMMENZEILE
           MOVE "BEINAHE-TREFFER:" TO OUT-SATZ
           MOVE NAHE-TREFFER-ZAHL TO SUMME-ANZEIGE
           PERFORM 2008-SCHREIBE-SUMMENZEILE
           MOVE "ZURUECKGEWIESEN:" TO OUT-SATZ
           MOVE ZURUECKGEWIESEN-ZAHL TO SUMME-ANZEIGE
           PERFORM 2008-SCHREIBE-SUMMENZEILE
             INTO OUT-SATZ
           END-STRING
           WRITE OUT-SATZ

      * Beinahe-Modus: wie knapp war das NEIN? Die normalisierten
      * Woerter stehen aus 1006 noch bereit - auch wenn das Urteil
      * selbst aus der DB kam.
           IF NAH-GRENZE > 0 AND IST-KEIN-ANAGRAM
             MOVE NORM-WORT-1 TO SIG-WORT
             MOVE NORM-LAENGE-1 TO SIG-LAENGE
             PERFORM 3002-BILDE-SIGNATUR
             MOVE SIG-WORT TO NAH-SIG-1
             MOVE NORM-LAENGE-1 TO NAH-LEN-1
             MOVE NORM-WORT-2 TO SIG-WORT
             MOVE NORM-LAENGE-2 TO SIG-LAENGE
             PERFORM 3002-BILDE-SIGNATUR
             MOVE SIG-WORT TO NAH-SIG-2
             MOVE NORM-LAENGE-2 TO NAH-LEN-2
             PERFORM 2041-VERGLEICHE-SIGNATUREN
             IF NAH-ABSTAND <= NAH-GRENZE
               PERFORM 2042-SCHREIBE-NAH-PAAR
             END-IF
           END-IF
           .
       2002Z.
           EXIT.
           PERFORM 3001-OEFFNE-WORTSTAMM
           IF WX-OFFEN
             PERFORM 2012-WX-EINZEL-ABFRAGE
             IF NAH-GRENZE > 0
               PERFORM 2044-WX-NAH-ABFRAGE
             END-IF
             GO TO 2003Z
           END-IF
           IF NOT WB-GELADEN
             END-STRING
             WRITE OUT-SATZ
           END-IF

           IF NAH-GRENZE > 0
             PERFORM 2043-NAH-ABFRAGE
           END-IF
           .
       2003Z.
           EXIT.
       2010Z.
           EXIT.

       2040-SETZE-NAHGRENZE SECTION.
      * Steuerzeile "*NAHE n": n steht als einzelne Ziffer im zweiten
      * Feld, ohne Angabe gilt 1, 0 schaltet den Modus wieder ab.
      * Alles andere wird wie eine schlechte Eingabezeile abgewiesen.
      * Eine Vermerkzeile im Bericht zeigt, ab wo der Modus gilt.
           IF IN-WORT-2 = SPACES
             MOVE 1 TO NAH-GRENZE
           ELSE
             IF IN-WORT-2 (1:1) IS NUMERIC
               AND IN-WORT-2 (2:39) = SPACES
               MOVE IN-WORT-2 (1:1) TO NAH-GRENZE
             ELSE
               MOVE "UNGUELTIGE NAHE-GRENZE" TO PRUEF-GRUND
               ADD 1 TO ZURUECKGEWIESEN-ZAHL
               PERFORM 2031-SCHREIBE-ABWEISUNG
               GO TO 2040Z
             END-IF
           END-IF

           MOVE SPACES TO OUT-SATZ
           IF NAH-GRENZE = 0
             MOVE "*** BEINAHE-MODUS AUS" TO OUT-SATZ
           ELSE
             STRING
               "*** BEINAHE-MODUS: ABSTAND BIS " DELIMITED BY SIZE
               NAH-GRENZE DELIMITED BY SIZE
               " BUCHSTABEN" DELIMITED BY SIZE
               INTO OUT-SATZ
             END-STRING
           END-IF
           WRITE OUT-SATZ
           .
       2040Z.
           EXIT.

       2041-VERGLEICHE-SIGNATUREN SECTION.
      * Zwei sortierte Signaturen (NAH-SIG-1/NAH-SIG-2) in einem
      * gemeinsamen Durchlauf abgleichen - wie in 2010: gleiche
      * Buchstaben heben sich auf, was nur links steht, sammelt sich
      * in NAH-NUR-1, was nur rechts steht, in NAH-NUR-2 (beide
      * wieder sortiert). Der Abstand ist die groessere Restmenge.
           MOVE SPACES TO NAH-NUR-1 NAH-NUR-2
           MOVE 0 TO NAH-ANZ-1 NAH-ANZ-2
           MOVE 1 TO NAH-P
           MOVE 1 TO NAH-Q

           PERFORM UNTIL NAH-P > NAH-LEN-1 AND NAH-Q > NAH-LEN-2
             EVALUATE TRUE
               WHEN NAH-P > NAH-LEN-1
                 ADD 1 TO NAH-ANZ-2
                 MOVE NAH-SIG-2 (NAH-Q:1) TO NAH-NUR-2 (NAH-ANZ-2:1)
                 ADD 1 TO NAH-Q
               WHEN NAH-Q > NAH-LEN-2
                 ADD 1 TO NAH-ANZ-1
                 MOVE NAH-SIG-1 (NAH-P:1) TO NAH-NUR-1 (NAH-ANZ-1:1)
                 ADD 1 TO NAH-P
               WHEN NAH-SIG-1 (NAH-P:1) = NAH-SIG-2 (NAH-Q:1)
                 ADD 1 TO NAH-P
                 ADD 1 TO NAH-Q
               WHEN NAH-SIG-1 (NAH-P:1) < NAH-SIG-2 (NAH-Q:1)
                 ADD 1 TO NAH-ANZ-1
                 MOVE NAH-SIG-1 (NAH-P:1) TO NAH-NUR-1 (NAH-ANZ-1:1)
                 ADD 1 TO NAH-P
               WHEN OTHER
                 ADD 1 TO NAH-ANZ-2
                 MOVE NAH-SIG-2 (NAH-Q:1) TO NAH-NUR-2 (NAH-ANZ-2:1)
                 ADD 1 TO NAH-Q
             END-EVALUATE
           END-PERFORM

           IF NAH-ANZ-1 > NAH-ANZ-2
             MOVE NAH-ANZ-1 TO NAH-ABSTAND
           ELSE
             MOVE NAH-ANZ-2 TO NAH-ABSTAND
           END-IF
           .
       2041Z.
           EXIT.

       2042-SCHREIBE-NAH-PAAR SECTION.
      * Unter die NEIN-Zeile: der Abstand, dann je Wort, welche
      * Buchstaben ihm gegenueber dem anderen fehlen und welche es
      * zuviel hat. Was Wort 1 fehlt, ist genau das, was Wort 2
      * zuviel hat, und umgekehrt.
           ADD 1 TO NAHE-PAARE-ZAHL
           MOVE NAH-ABSTAND TO NAH-ABSTAND-ANZEIGE
           MOVE SPACES TO OUT-SATZ
           STRING
             "  BEINAHE-ANAGRAMM, ABSTAND " DELIMITED BY SIZE
             FUNCTION TRIM(NAH-ABSTAND-ANZEIGE) DELIMITED BY SIZE
             INTO OUT-SATZ
           END-STRING
           WRITE OUT-SATZ

           MOVE NAH-NUR-2 TO NAH-FEHLT-TEXT
           MOVE NAH-NUR-1 TO NAH-ZUVIEL-TEXT
           MOVE CURRENT-WORD TO NAH-PARTNER
           PERFORM 2046-SCHREIBE-NAH-SEITE
           MOVE NAH-NUR-1 TO NAH-FEHLT-TEXT
           MOVE NAH-NUR-2 TO NAH-ZUVIEL-TEXT
           MOVE SECOND-WORD TO NAH-PARTNER
           PERFORM 2046-SCHREIBE-NAH-SEITE
           .
       2042Z.
           EXIT.

       2043-NAH-ABFRAGE SECTION.
      * Beinahe-Treffer aus der geladenen Tabelle: jedes Listenwort,
      * dessen Laenge ueberhaupt in Reichweite liegt, wird gegen die
      * Anfrage-Signatur abgeglichen. Abstand 0 sind die echten
      * Anagramme (und das Wort selbst) - die stehen schon oben.
           MOVE SUCH-SIGNATUR TO NAH-SIG-1
           MOVE NORM-LAENGE-1 TO NAH-LEN-1
           MOVE 0 TO NAH-TREFFER
           PERFORM VARYING COUNTER-WL FROM 1 BY 1
             UNTIL COUNTER-WL > WB-ANZAHL
               OR NAH-TREFFER >= NAH-OBERGRENZE
             IF WB-LAENGE (COUNTER-WL) + NAH-GRENZE >= NAH-LEN-1
               AND WB-LAENGE (COUNTER-WL) <= NAH-LEN-1 + NAH-GRENZE
               MOVE WB-SIGNATUR (COUNTER-WL) TO NAH-SIG-2
               MOVE WB-LAENGE (COUNTER-WL) TO NAH-LEN-2
               PERFORM 2041-VERGLEICHE-SIGNATUREN
               IF NAH-ABSTAND > 0 AND NAH-ABSTAND <= NAH-GRENZE
                 MOVE WB-WORT (COUNTER-WL) TO NAH-PARTNER
                 PERFORM 2045-SCHREIBE-NAH-TREFFER
               END-IF
             END-IF
           END-PERFORM
           PERFORM 2047-NAH-ABSCHLUSS
           .
       2043Z.
           EXIT.

       2044-WX-NAH-ABFRAGE SECTION.
      * Dasselbe ueber den indizierten Stamm. Beinahe-Partner haben
      * eine andere Signatur und liegen darum nicht in einem
      * Schluesselbereich beisammen - hier hilft nur der Durchlauf
      * ueber den ganzen Stamm, mit der Laenge als schnellem Filter.
           MOVE SUCH-SIGNATUR TO NAH-SIG-1
           MOVE NORM-LAENGE-1 TO NAH-LEN-1
           MOVE 0 TO NAH-TREFFER
           MOVE LOW-VALUES TO WX-SCHLUESSEL
           MOVE "N" TO WX-FERTIG-KZ
           START ANAGRAMM-WX KEY IS NOT LESS THAN WX-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO WX-FERTIG-KZ
           END-START
           PERFORM UNTIL WX-FERTIG
               OR NAH-TREFFER >= NAH-OBERGRENZE
             READ ANAGRAMM-WX NEXT RECORD
               AT END
                 MOVE "J" TO WX-FERTIG-KZ
               NOT AT END
                 MOVE WX-SPRACHE TO SPR-PRUEF
                 PERFORM 2051-PRUEFE-SPRACHE
                 IF WX-LAENGE + NAH-GRENZE >= NAH-LEN-1
                   AND WX-LAENGE <= NAH-LEN-1 + NAH-GRENZE
                   AND SPRACHE-OK
                   MOVE WX-SIGNATUR TO NAH-SIG-2
                   MOVE WX-LAENGE TO NAH-LEN-2
                   PERFORM 2041-VERGLEICHE-SIGNATUREN
                   IF NAH-ABSTAND > 0 AND NAH-ABSTAND <= NAH-GRENZE
                     MOVE WX-WORT TO NAH-PARTNER
                     PERFORM 2045-SCHREIBE-NAH-TREFFER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           PERFORM 2047-NAH-ABSCHLUSS
           .
       2044Z.
           EXIT.

       2045-SCHREIBE-NAH-TREFFER SECTION.
      * Ein Beinahe-Treffer des Nachschlagens, aus Sicht des
      * Anfrageworts: was ihm gegenueber dem Listenwort fehlt und
      * was es zuviel hat.
           ADD 1 TO NAH-TREFFER
           ADD 1 TO NAHE-TREFFER-ZAHL
           MOVE NAH-ABSTAND TO NAH-ABSTAND-ANZEIGE
           MOVE NAH-NUR-2 TO NAH-FEHLT-TEXT
           MOVE NAH-NUR-1 TO NAH-ZUVIEL-TEXT
           IF NAH-FEHLT-TEXT = SPACES
             MOVE "-" TO NAH-FEHLT-TEXT
           END-IF
           IF NAH-ZUVIEL-TEXT = SPACES
             MOVE "-" TO NAH-ZUVIEL-TEXT
           END-IF
           MOVE SPACES TO OUT-SATZ
           STRING
             FUNCTION TRIM(IN-WORT-1) DELIMITED BY SIZE
             " ~ " DELIMITED BY SIZE
             FUNCTION TRIM(NAH-PARTNER) DELIMITED BY SIZE
             " (" DELIMITED BY SIZE
             FUNCTION TRIM(NAH-ABSTAND-ANZEIGE) DELIMITED BY SIZE
             "): FEHLT " DELIMITED BY SIZE
             FUNCTION TRIM(NAH-FEHLT-TEXT) DELIMITED BY SIZE
             ", ZUVIEL " DELIMITED BY SIZE
             FUNCTION TRIM(NAH-ZUVIEL-TEXT) DELIMITED BY SIZE
             INTO OUT-SATZ
           END-STRING
           WRITE OUT-SATZ
           .
       2045Z.
           EXIT.

       2046-SCHREIBE-NAH-SEITE SECTION.
      * Eine Seite eines Beinahe-Paars: Wort (in NAH-PARTNER), dann
      * die fehlenden und die ueberzaehligen Buchstaben, "-" fuer
      * keine.
           IF NAH-FEHLT-TEXT = SPACES
             MOVE "-" TO NAH-FEHLT-TEXT
           END-IF
           IF NAH-ZUVIEL-TEXT = SPACES
             MOVE "-" TO NAH-ZUVIEL-TEXT
           END-IF
           MOVE SPACES TO OUT-SATZ
           STRING
             "    " DELIMITED BY SIZE
             FUNCTION TRIM(NAH-PARTNER) DELIMITED BY SIZE
             ": FEHLT " DELIMITED BY SIZE
             FUNCTION TRIM(NAH-FEHLT-TEXT) DELIMITED BY SIZE
             ", ZUVIEL " DELIMITED BY SIZE
             FUNCTION TRIM(NAH-ZUVIEL-TEXT) DELIMITED BY SIZE
             INTO OUT-SATZ
           END-STRING
           WRITE OUT-SATZ
           .
       2046Z.
           EXIT.

       2047-NAH-ABSCHLUSS SECTION.
      * Abschluss der Beinahe-Liste einer Abfrage: Hinweis bei
      * erreichter Obergrenze, oder dass es gar keine Treffer gab.
           IF NAH-TREFFER >= NAH-OBERGRENZE
             MOVE NAH-OBERGRENZE TO TREFFER-ANZAHL-ANZEIGE
             MOVE SPACES TO OUT-SATZ
             STRING
               FUNCTION TRIM(IN-WORT-1) DELIMITED BY SIZE
               ": Obergrenze von " DELIMITED BY SIZE
               FUNCTION TRIM(TREFFER-ANZAHL-ANZEIGE)
                 DELIMITED BY SIZE
               " Beinahe-Treffern erreicht - weitere unterdrueckt"
                 DELIMITED BY SIZE
               INTO OUT-SATZ
             END-STRING
             WRITE OUT-SATZ
           END-IF
           IF NAH-TREFFER = 0
             MOVE NAH-GRENZE TO NAH-ABSTAND-ANZEIGE
             MOVE SPACES TO OUT-SATZ
             STRING
               FUNCTION TRIM(IN-WORT-1) DELIMITED BY SIZE
               ": keine Beinahe-Treffer bis Abstand " DELIMITED BY SIZE
               FUNCTION TRIM(NAH-ABSTAND-ANZEIGE) DELIMITED BY SIZE
               INTO OUT-SATZ
             END-STRING
             WRITE OUT-SATZ
           END-IF
           .
       2047Z.
           EXIT.

       2050-SETZE-SPRACHEN SECTION.
      * Steuerzeile "*SPRACHE": im zweiten Feld bis zu fuenf
      * zweistellige Sprachcodes, durch Leerzeichen oder Komma
      * getrennt. Ein leeres Feld hebt die Beschraenkung wieder auf;
      * ein Code, der nicht zweistellig ist, weist die Zeile ab und
      * laesst die bisherige Auswahl stehen.
           MOVE SPACES TO SPR-TEIL (1) SPR-TEIL (2) SPR-TEIL (3)
             SPR-TEIL (4) SPR-TEIL (5)
           UNSTRING IN-WORT-2 DELIMITED BY ALL SPACES OR ","
             INTO SPR-TEIL (1) SPR-TEIL (2) SPR-TEIL (3)
               SPR-TEIL (4) SPR-TEIL (5)
           END-UNSTRING
           PERFORM VARYING SPR-I FROM 1 BY 1 UNTIL SPR-I > 5
             IF SPR-TEIL (SPR-I) (3:8) NOT = SPACES
               OR SPR-TEIL (SPR-I) (2:1) = SPACE
                 AND SPR-TEIL (SPR-I) (1:1) NOT = SPACE
               MOVE "UNGUELTIGER SPRACHCODE" TO PRUEF-GRUND
               ADD 1 TO ZURUECKGEWIESEN-ZAHL
               PERFORM 2031-SCHREIBE-ABWEISUNG
               GO TO 2050Z
             END-IF
           END-PERFORM

           MOVE 0 TO SPR-ANZAHL
           PERFORM VARYING SPR-I FROM 1 BY 1 UNTIL SPR-I > 5
             IF SPR-TEIL (SPR-I) NOT = SPACES
               ADD 1 TO SPR-ANZAHL
               MOVE FUNCTION UPPER-CASE(SPR-TEIL (SPR-I) (1:2))
                 TO SPR-CODE (SPR-ANZAHL)
             END-IF
           END-PERFORM

           MOVE SPACES TO OUT-SATZ
           IF SPR-ANZAHL = 0
             MOVE "*** SPRACHEN: ALLE" TO OUT-SATZ
           ELSE
             MOVE "*** SPRACHEN:" TO OUT-SATZ
             PERFORM VARYING SPR-I FROM 1 BY 1
               UNTIL SPR-I > SPR-ANZAHL
               MOVE SPR-CODE (SPR-I) TO OUT-SATZ (12 + SPR-I * 3:2)
             END-PERFORM
           END-IF
           WRITE OUT-SATZ
           .
       2050Z.
           EXIT.

       2051-PRUEFE-SPRACHE SECTION.
      * Gehoert die Sprache in SPR-PRUEF zur Auswahl des Laufs? Ohne
      * Auswahl ist jede Sprache recht.
           MOVE "J" TO SPR-OK-KZ
           IF SPR-ANZAHL = 0
             GO TO 2051Z
           END-IF
           MOVE "N" TO SPR-OK-KZ
           PERFORM VARYING SPR-I FROM 1 BY 1
             UNTIL SPR-I > SPR-ANZAHL OR SPRACHE-OK
             IF SPR-CODE (SPR-I) = SPR-PRUEF
               MOVE "J" TO SPR-OK-KZ
             END-IF
           END-PERFORM
           .
       2051Z.
           EXIT.

       2012-WX-EINZEL-ABFRAGE SECTION.
      * Einzelwort-Abfrage ueber den indizierten Stamm: alle
      * Anagramme eines Wortes teilen sich die Signatur und stehen
           MOVE 0 TO TREFFER-ANZAHL
           MOVE SUCH-SIGNATUR TO WX-SIGNATUR
           MOVE LOW-VALUES TO WX-NORM
           MOVE LOW-VALUES TO WX-SPRACHE
           MOVE "N" TO WX-FERTIG-KZ
           START ANAGRAMM-WX KEY IS NOT LESS THAN WX-SCHLUESSEL
               INVALID KEY
               AT END
                 MOVE "J" TO WX-FERTIG-KZ
               NOT AT END
                 MOVE WX-SPRACHE TO SPR-PRUEF
                 PERFORM 2051-PRUEFE-SPRACHE
                 IF WX-SIGNATUR NOT = SUCH-SIGNATUR
                   MOVE "J" TO WX-FERTIG-KZ
                 ELSE
                   IF WX-NORM NOT = SUCH-NORM AND SPRACHE-OK
                     ADD 1 TO TREFFER-ANZAHL
                     MOVE SPACES TO OUT-SATZ
                     STRING
               AT END
                 MOVE "J" TO WX-FERTIG-KZ
               NOT AT END
                 MOVE WX-SPRACHE TO SPR-PRUEF
                 PERFORM 2051-PRUEFE-SPRACHE
                 IF WX-LAENGE > 0 AND WX-LAENGE < ZW-LAENGE
                   AND SPRACHE-OK
                   MOVE WX-SIGNATUR TO ZW-WORTSIG
                   MOVE WX-LAENGE TO ZW-WORTLEN
                   PERFORM 2010-BILDE-REST-SIGNATUR
      * START auf den Signatur-Anfang und READ NEXT bis zum Wechsel.
           MOVE ZW-REST TO WX2-SIGNATUR
           MOVE LOW-VALUES TO WX2-NORM
           MOVE LOW-VALUES TO WX2-SPRACHE
           MOVE "N" TO WX2-FERTIG-KZ
           START ANAGRAMM-WX2 KEY IS NOT LESS THAN WX2-SCHLUESSEL
               INVALID KEY
               AT END
                 MOVE "J" TO WX2-FERTIG-KZ
               NOT AT END
                 MOVE WX2-SPRACHE TO SPR-PRUEF
                 PERFORM 2051-PRUEFE-SPRACHE
                 IF WX2-SIGNATUR NOT = ZW-REST
                   MOVE "J" TO WX2-FERTIG-KZ
                 ELSE
                   IF WX-SCHLUESSEL NOT > WX2-SCHLUESSEL
                     AND SPRACHE-OK
                     MOVE WX-WORT TO ZW-WORT-1-AUSGABE
                     MOVE WX2-WORT TO ZW-WORT-2-AUSGABE
                     PERFORM 2016-SCHREIBE-PAARZEILE
