       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGWXKONV.
      * Einmalige Umstellung des Woerterlisten-Stamms ANAGRAMM.WX auf
      * den Satzaufbau mit Sprachcode und Quell-Liste (siehe ANAGWX).
      *
      * Ein Altbestand (OPEN unter dem neuen Satzaufbau liefert
      * Status 39) wird ueber eine zweite FD mit dem alten Satzaufbau
      * entladen und unter dem neuen Satzaufbau neu aufgebaut. Die
      * Altsaetze wissen nichts von Sprache und Liste - sie bekommen
      * Sprache DE und die Liste ALTBESTAND. Wer den gemischten
      * Altbestand sauber trennen will, laedt die Listen danach mit
      * ANAGWLLAD (LISTE/ZUFUEGEN) einzeln neu und entfernt den Rest
      * per LOESCHELISTE ALTBESTAND.
      *
      * Traegt die Datei schon den neuen Satzaufbau, gibt es nichts
      * zu tun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANAGRAMM-WX ASSIGN TO "ANAGRAMM.WX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WX-SCHLUESSEL
               FILE STATUS IS WX-STATUS.
      * Dieselbe Datei noch einmal, mit dem alten 122-Byte-
      * Satzaufbau - nur so laesst sich ein Altbestand ueberhaupt
      * lesen.
           SELECT ANAGRAMM-WXALT ASSIGN TO "ANAGRAMM.WX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-SCHLUESSEL
               FILE STATUS IS ALT-STATUS.
      * Gemeinsames Laufprotokoll der Anagramm-Programme - eine Zeile
      * je Lauf im Betriebs-Satzaufbau (Copy AUDITREC), Quelle fuer
      * AUDITMRG.
           SELECT ANAGRAMM-LOG ASSIGN TO "ANAGRAMM.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANAGRAMM-WX.
       COPY ANAGWX.
      * Der alte Satzaufbau, wie ANAGWLLAD ihn vor Sprache und Liste
      * schrieb.
       FD  ANAGRAMM-WXALT.
       01  ALT-SATZ.
           05  ALT-SCHLUESSEL.
               10  ALT-SIGNATUR PIC X(40).
               10  ALT-NORM     PIC X(40).
           05  ALT-WORT     PIC X(40).
           05  ALT-LAENGE   PIC 99.
       FD  ANAGRAMM-LOG.
       01  LOG-SATZ PIC X(200).

       WORKING-STORAGE SECTION.
      * Eine Protokollzeile je Lauf fuer den Betriebs-Audit.
       COPY AUDITREC.
       01  AUDIT-FELDER.
           05  LOG-STATUS PIC XX.
           05  AUDIT-STEMPEL PIC X(14).
           05  AUDIT-ERGEBNIS-KZ PIC X(4) VALUE 'OK'.
       01  ARBEITS-FELDER.
           05  WX-STATUS PIC XX.
           05  ALT-STATUS PIC XX.
           05  DATEI-ENDE-KZ PIC X.
              88 DATEI-ENDE VALUE 'J'.
              88 NOCH-DATEN VALUE 'N'.
           05  GEPRUEFT PIC 9(7) VALUE 0.
           05  UMGESTELLT PIC 9(7) VALUE 0.
           05  UM-INDEX PIC 9(5).
      * Sprache und Liste, unter denen der Altbestand weiterlebt.
           05  ALT-SPRACHE PIC XX VALUE "DE".
           05  ALT-LISTE PIC X(12) VALUE "ALTBESTAND".
      * Saetze werden erst vollstaendig gesammelt, dann wird die
      * Datei neu angelegt und gefuellt. 50000 Plaetze muessen fuer
      * einen kompletten Stamm reichen; reicht es nicht, wird die
      * Datei NICHT angefasst.
       01  UMSTELL-TABELLE.
           05  UM-ANZAHL PIC 9(5) VALUE 0.
           05  UM-EINTRAG OCCURS 50000 TIMES.
               10  UM-SIGNATUR PIC X(40).
               10  UM-NORM     PIC X(40).
               10  UM-WORT     PIC X(40).
               10  UM-LAENGE   PIC 99.

       PROCEDURE DIVISION.
           OPEN I-O ANAGRAMM-WX
           EVALUATE WX-STATUS
             WHEN "00"
               DISPLAY "ANAGRAMM.WX traegt schon Sprache und Liste - "
                 "nichts zu tun."
               CLOSE ANAGRAMM-WX
             WHEN "39"
               PERFORM 5000-MIGRIERE-ALTBESTAND
             WHEN "35"
               DISPLAY "ANAGRAMM.WX nicht vorhanden - nichts zu tun."
             WHEN OTHER
               DISPLAY "ANAGRAMM.WX nicht nutzbar (Status " WX-STATUS
                 ") - nichts umgestellt."
               MOVE "INV" TO AUDIT-ERGEBNIS-KZ
           END-EVALUATE

           PERFORM 8000-SCHREIBE-AUDITZEILE

           GOBACK
           .

       8000-SCHREIBE-AUDITZEILE SECTION.
      * Eine Zeile je Lauf in ANAGRAMM.LOG, Ereignis WXKONV, mit den
      * Umstellungs-Zaehlern als feld=wert-Paaren.
           OPEN EXTEND ANAGRAMM-LOG
           IF LOG-STATUS NOT = "00"
             OPEN OUTPUT ANAGRAMM-LOG
             IF LOG-STATUS NOT = "00"
               GO TO 8000Z
             END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO AUDIT-STEMPEL
           MOVE SPACES TO AUDIT-RECORD
           MOVE AUDIT-STEMPEL (1:8) TO AUDIT-DATE
           MOVE AUDIT-STEMPEL (9:6) TO AUDIT-TIME
           MOVE "ANAGWXKONV" TO AUDIT-PROGRAM
           MOVE "WXKONV" TO AUDIT-EVENT
           MOVE AUDIT-ERGEBNIS-KZ TO AUDIT-OUTCOME
           MOVE SPACES TO AUDIT-DETAIL
           STRING
             "geprueft=" DELIMITED BY SIZE
             GEPRUEFT DELIMITED BY SIZE
             " umgestellt=" DELIMITED BY SIZE
             UMGESTELLT DELIMITED BY SIZE
             " sprache=" DELIMITED BY SIZE
             ALT-SPRACHE DELIMITED BY SIZE
             " liste=" DELIMITED BY SIZE
             ALT-LISTE DELIMITED BY SPACE
             INTO AUDIT-DETAIL
           END-STRING
           MOVE AUDIT-RECORD TO LOG-SATZ
           WRITE LOG-SATZ
           CLOSE ANAGRAMM-LOG
           .
       8000Z.
           EXIT.

       5000-MIGRIERE-ALTBESTAND SECTION.
      * Komplett ueber die Alt-FD entladen, dann die Datei unter dem
      * neuen Satzaufbau leer neu anlegen und aus der Tabelle
      * fuellen. Schluessel und Woerter bleiben, wie sie waren -
      * Signatur und Normalform haengen nicht an der Sprache.
           OPEN INPUT ANAGRAMM-WXALT
           IF ALT-STATUS NOT = "00"
             DISPLAY "Altbestand laesst sich nicht lesen (Status "
               ALT-STATUS ") - nichts umgestellt."
             MOVE "INV" TO AUDIT-ERGEBNIS-KZ
             GO TO 5000Z
           END-IF

           MOVE 0 TO UM-ANZAHL
           MOVE LOW-VALUES TO ALT-SCHLUESSEL
           START ANAGRAMM-WXALT KEY IS NOT LESS THAN ALT-SCHLUESSEL
               INVALID KEY
                   MOVE "J" TO DATEI-ENDE-KZ
               NOT INVALID KEY
                   MOVE "N" TO DATEI-ENDE-KZ
           END-START

           PERFORM UNTIL DATEI-ENDE OR UM-ANZAHL >= 50000
             READ ANAGRAMM-WXALT NEXT RECORD
               AT END
                 MOVE "J" TO DATEI-ENDE-KZ
               NOT AT END
                 ADD 1 TO GEPRUEFT
                 ADD 1 TO UM-ANZAHL
                 MOVE ALT-SIGNATUR TO UM-SIGNATUR (UM-ANZAHL)
                 MOVE ALT-NORM TO UM-NORM (UM-ANZAHL)
                 MOVE ALT-WORT TO UM-WORT (UM-ANZAHL)
                 MOVE ALT-LAENGE TO UM-LAENGE (UM-ANZAHL)
             END-READ
           END-PERFORM
           CLOSE ANAGRAMM-WXALT

           IF NOT DATEI-ENDE AND UM-ANZAHL >= 50000
             DISPLAY "Mehr als 50000 Altsaetze - Umstelltabelle zu "
               "klein, Datei NICHT umgestellt."
             MOVE "INV" TO AUDIT-ERGEBNIS-KZ
             GO TO 5000Z
           END-IF

      * Ab hier wird die Datei ersetzt: leer unter dem neuen
      * Satzaufbau anlegen und aus der Tabelle neu fuellen.
           OPEN OUTPUT ANAGRAMM-WX
           CLOSE ANAGRAMM-WX
           OPEN I-O ANAGRAMM-WX
           IF WX-STATUS NOT = "00"
             DISPLAY "Neuaufbau fehlgeschlagen (Status " WX-STATUS
               ")."
             MOVE "INV" TO AUDIT-ERGEBNIS-KZ
             GO TO 5000Z
           END-IF

           PERFORM VARYING UM-INDEX FROM 1 BY 1
             UNTIL UM-INDEX > UM-ANZAHL
             MOVE UM-SIGNATUR (UM-INDEX) TO WX-SIGNATUR
             MOVE UM-NORM (UM-INDEX) TO WX-NORM
             MOVE ALT-SPRACHE TO WX-SPRACHE
             MOVE UM-WORT (UM-INDEX) TO WX-WORT
             MOVE UM-LAENGE (UM-INDEX) TO WX-LAENGE
             MOVE ALT-LISTE TO WX-LISTE
             WRITE WX-SATZ
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     ADD 1 TO UMGESTELLT
             END-WRITE
           END-PERFORM
           CLOSE ANAGRAMM-WX

           PERFORM 9000-ZEIGE-SUMMEN
           .
       5000Z.
           EXIT.

       9000-ZEIGE-SUMMEN SECTION.
           DISPLAY "Saetze geprueft:   " GEPRUEFT
           DISPLAY "Saetze umgestellt: " UMGESTELLT
           .
       9000Z.
           EXIT.

       END PROGRAM ANAGWXKONV.
