      * Signatur). WX-WORT traegt das Wort in Originalschreibweise
      * fuer die Ausgabe, WX-LAENGE die Buchstabenzahl der
      * normalisierten Form fuer die Zweiwort-Zerlegung.
      * Jedes Wort gehoert zu einer Sprache (WX-SPRACHE, etwa DE oder
      * EN) und stammt aus einer benannten Quell-Liste (WX-LISTE),
      * unter der ANAGWLLAD es geladen hat und wieder loeschen kann.
      * Die Sprache steht mit im Schluessel: dasselbe Wort darf in
      * zwei Sprachen je einmal vorkommen, und der Signatur-Bereich
      * bleibt trotzdem zusammenhaengend.
       01  WX-SATZ.
           05  WX-SCHLUESSEL.
               10  WX-SIGNATUR PIC X(40).
               10  WX-NORM     PIC X(40).
               10  WX-SPRACHE  PIC XX.
           05  WX-WORT     PIC X(40).
           05  WX-LAENGE   PIC 99.
           05  WX-LISTE    PIC X(12).
