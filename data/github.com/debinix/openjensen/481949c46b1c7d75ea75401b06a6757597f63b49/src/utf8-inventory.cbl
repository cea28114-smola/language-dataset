       *>
       *> utf8-inventory: what characters actually flow through the
       *> conversion service. Takes one day's file conversions from
       *> utf8-audit.log (the CONVFILE lines the queue and the file
       *> path write), reads each converted source file again and
       *> takes stock of every non-ASCII code point in it - how
       *> often, and where it was first seen - grouped by script
       *> block. Each code point is flagged against every target
       *> repertoire in encodings.tbl, and against the targets the
       *> file was actually converted to, so the report says which
       *> codepages partners need before they ask and which
       *> repertoire rule is missing before a loss shows up. One
       *> section per file, then the day's inventory over all of
       *> them, written to utf8-inventory.txt.
       *>
       *> A source that is not UTF-8 is taken from its converted
       *> copy when it went out as UTF-8, and otherwise decoded from
       *> its own bytes - UTF-16 by its byte order mark, a codepage
       *> through its chart in codepages.tbl - the way test-utf8
       *> reads it. Only a source neither way reaches is listed as
       *> not inventoried.
       *>
       *> The day comes from INVENTORYDATE (JJJJMMTT) in the
       *> environment; without it, today.
       *>
       *> Coder: BK
       *>
       IDENTIFICATION DIVISION.
       program-id. utf8-inventory.
       *>**************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO 'utf8-audit.log'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-log-status.
      *> the source file named by an audit line, at OPEN time - the
      *> same dynamic-assignment convention test-utf8 uses
           SELECT INVFILE ASSIGN TO invname
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-inv-status.
           SELECT ENCTBL ASSIGN TO 'encodings.tbl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-tbl-status.
           SELECT CPGTBL ASSIGN TO 'codepages.tbl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-cpg-status.
           SELECT RPTFILE ASSIGN TO 'utf8-inventory.txt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-rpt-status.
       *>**************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG.
       01  AUDITLOG-LINE              PIC X(250).
       FD  INVFILE.
       01  INVFILE-LINE               PIC X(500).
       FD  ENCTBL.
       01  ENCTBL-LINE                PIC X(80).
       FD  CPGTBL.
       01  CPGTBL-LINE                PIC X(80).
       FD  RPTFILE.
       01  RPTFILE-LINE               PIC X(200).
       *>**************************************************
       working-storage section.
       01  wc-log-status            PIC X(02)  VALUE SPACE.
       01  wc-inv-status            PIC X(02)  VALUE SPACE.
       01  wc-rpt-status            PIC X(02)  VALUE SPACE.
       01  wc-log-done-kz           PIC X(01)  VALUE 'N'.
           88  LOG-IS-DONE                     VALUE 'Y'.
       01  wc-inv-done-kz           PIC X(01)  VALUE 'N'.
           88  INVFILE-IS-DONE                 VALUE 'Y'.
       01  invname                  PIC X(100) VALUE SPACE.
       01  wc-inv-date              PIC X(08)  VALUE SPACE.
       01  wc-today                 PIC X(21)  VALUE SPACE.

       *> the target repertoires, loaded from encodings.tbl with the
       *> same rules test-utf8 polices conversions by: RANGE lo hi,
       *> POINT cp, OMIT cp, consecutive lines for one encoding
       01  repertoire-table.
           05  wc-tbl-status        PIC X(02)  VALUE SPACE.
           05  wc-tbl-done-kz       PIC X(01)  VALUE 'N'.
               88  TABLE-READ-DONE             VALUE 'Y'.
           05  wn-enc-count         PIC 9(02)  VALUE ZERO.
           05  enc-entry OCCURS 10 TIMES.
               10  wc-enc-name      PIC X(20).
               10  wn-enc-rules     PIC 9(03).
               10  enc-rule OCCURS 100 TIMES.
                   15  wc-rule-kind PIC X(01).
                   15  wn-rule-lo   PIC 9(07).
                   15  wn-rule-hi   PIC 9(07).
       01  wn-enc-idx               PIC 9(02)  VALUE ZERO.
       01  wn-rule-idx              PIC 9(03)  VALUE ZERO.
       01  wn-r                     PIC 9(03)  VALUE ZERO.
       01  wc-tbl-enc               PIC X(20)  VALUE SPACE.
       01  wc-tbl-kind              PIC X(10)  VALUE SPACE.
       01  wn-tbl-lo                PIC 9(07)  VALUE ZERO.
       01  wn-tbl-hi                PIC 9(07)  VALUE ZERO.
       01  wc-representable-kz      PIC X(01)  VALUE 'Y'.
           88  CODEPOINT-REPRESENTABLE         VALUE 'Y'.
       01  wc-omitted-kz            PIC X(01)  VALUE 'N'.

       *> the byte-mapped codepages, loaded from codepages.tbl with
       *> test-utf8's rules: one line per chart row, and a codepage
       *> missing any of its sixteen rows is not used at all
       01  codepage-table.
           05  wc-cpg-status        PIC X(02)  VALUE SPACE.
           05  wc-cpg-done-kz       PIC X(01)  VALUE 'N'.
               88  CODEPAGE-READ-DONE          VALUE 'Y'.
           05  wn-cpg-count         PIC 9(02)  VALUE ZERO.
           05  cpg-entry OCCURS 5 TIMES.
               10  wc-cpg-name      PIC X(20).
               10  wn-cpg-rows      PIC 9(02).
               10  wc-cpg-row-kz    PIC X(01) OCCURS 16 TIMES.
               10  wn-cpg-cp        PIC 9(07) OCCURS 256 TIMES.
       01  cpg-line-fields.
           05  wc-cpg-line-enc      PIC X(20).
           05  wc-cpg-line-kind     PIC X(10).
           05  wc-cpg-line-row      PIC X(02).
           05  wn-cpg-val           PIC 9(07) OCCURS 16 TIMES.
       01  wn-cpg-fields            PIC 9(02)  VALUE ZERO.
       01  wn-cpg-idx               PIC 9(02)  VALUE ZERO.
       01  wn-cpg-row               PIC 9(02)  VALUE ZERO.
       01  wn-cpg-col               PIC 9(02)  VALUE ZERO.
       01  wn-cpg-use-idx           PIC 9(02)  VALUE ZERO.
       01  wn-cpg-byte              PIC 9(03)  VALUE ZERO.
       01  wn-cpg-len               PIC 9(03)  VALUE ZERO.
       01  wn-cpg-look              PIC 9(02)  VALUE ZERO.
       01  wn-cpg-scan              PIC 9(03)  VALUE ZERO.
       01  wc-cpg-find-name         PIC X(20)  VALUE SPACE.

       *> the script blocks the inventory is grouped by, in report
       *> order. Anything outside them falls to the last group
       01  block-values.
           05  FILLER PIC X(44) VALUE
               '00001280000255Latin-1 Supplement            '.
           05  FILLER PIC X(44) VALUE
               '00002560000591Latin Extended-A/B            '.
           05  FILLER PIC X(44) VALUE
               '00076800007935Latin Extended Additional     '.
           05  FILLER PIC X(44) VALUE
               '00005920000879IPA, modifiers, combining     '.
           05  FILLER PIC X(44) VALUE
               '00008800001023Greek                         '.
           05  FILLER PIC X(44) VALUE
               '00010240001327Cyrillic                      '.
           05  FILLER PIC X(44) VALUE
               '00081920011263Symbols and punctuation       '.
           05  FILLER PIC X(44) VALUE
               '00000000000000Other                         '.
       01  block-table REDEFINES block-values.
           05  block-entry OCCURS 8 TIMES.
               10  wn-block-lo      PIC 9(07).
               10  wn-block-hi      PIC 9(07).
               10  wc-block-name    PIC X(30).
       01  wn-block-idx             PIC 9(01)  VALUE ZERO.
       01  wn-this-block            PIC 9(01)  VALUE ZERO.
       01  wn-block-shown           PIC 9(05)  VALUE ZERO.

       *> the day's converted files, one entry per distinct name,
       *> with every target it went to that day
       01  file-table.
           05  wn-file-count        PIC 9(03)  VALUE ZERO.
           05  file-entry OCCURS 100 TIMES.
               10  wc-file-name     PIC X(80).
               10  wc-file-detected PIC X(20).
               10  wn-file-targets  PIC 9(01).
               10  wc-file-target   PIC X(20) OCCURS 5 TIMES.
               10  wc-file-last-to  PIC X(20).
       01  wn-file-overflow         PIC 9(05)  VALUE ZERO.
       01  wn-f                     PIC 9(03)  VALUE ZERO.
       01  wn-t                     PIC 9(01)  VALUE ZERO.
       01  wn-found                 PIC 9(03)  VALUE ZERO.
       01  wn-enc-hit               PIC 9(02)  VALUE ZERO.

       *> one inventory entry per code point, kept in code point
       *> order - one table for the file in hand, one for the day
       01  file-inventory.
           05  wn-fi-count          PIC 9(03)  VALUE ZERO.
           05  fi-entry OCCURS 300 TIMES.
               10  wn-fi-cp         PIC 9(07).
               10  wc-fi-bytes      PIC X(04).
               10  wn-fi-block      PIC 9(01).
               10  wn-fi-hits       PIC 9(07).
               10  wn-fi-line       PIC 9(06).
               10  wn-fi-col        PIC 9(03).
       01  day-inventory.
           05  wn-di-count          PIC 9(03)  VALUE ZERO.
           05  di-entry OCCURS 600 TIMES.
               10  wn-di-cp         PIC 9(07).
               10  wc-di-bytes      PIC X(04).
               10  wn-di-block      PIC 9(01).
               10  wn-di-hits       PIC 9(07).
               10  wn-di-files      PIC 9(03).
               10  wc-di-file       PIC X(80).
               10  wn-di-line       PIC 9(06).
               10  wn-di-col        PIC 9(03).
       01  wn-fi-overflow           PIC 9(05)  VALUE ZERO.
       01  wn-di-overflow           PIC 9(05)  VALUE ZERO.
       01  wn-e                     PIC 9(03)  VALUE ZERO.
       01  wn-slot                  PIC 9(03)  VALUE ZERO.
       01  wn-move                  PIC 9(03)  VALUE ZERO.
       01  wc-slot-kz               PIC X(01)  VALUE 'N'.
           88  SLOT-IS-NEW                     VALUE 'Y'.

       *> per-file and per-day totals
       01  wn-file-chars            PIC 9(07)  VALUE ZERO.
       01  wn-file-invalid          PIC 9(07)  VALUE ZERO.
       01  wn-file-lines            PIC 9(06)  VALUE ZERO.
       01  wn-day-chars             PIC 9(07)  VALUE ZERO.
       01  wn-day-invalid           PIC 9(07)  VALUE ZERO.
       01  wn-day-read              PIC 9(03)  VALUE ZERO.
       01  wn-day-skipped           PIC 9(03)  VALUE ZERO.
       01  wn-enc-misses            PIC 9(05)  VALUE ZERO.
       01  wn-enc-miss-hits         PIC 9(07)  VALUE ZERO.

       *> line scan scratch
       01  wc-line                  PIC X(500) VALUE SPACE.
       01  wn-line-len              PIC 9(03)  VALUE ZERO.
       01  wn-byte-pos              PIC 9(03)  VALUE ZERO.
       01  wn-char-col              PIC 9(03)  VALUE ZERO.
       01  wn-this-byte             PIC 9(03)  VALUE ZERO.
       01  wn-seq-byte              PIC 9(03)  VALUE ZERO.
       01  wn-seq-len               PIC 9(01)  VALUE ZERO.
       01  wn-seq-idx               PIC 9(01)  VALUE ZERO.
       01  wc-seq-ok-kz             PIC X(01)  VALUE 'Y'.
           88  SEQUENCE-IS-VALID               VALUE 'Y'.
       01  wn-codepoint             PIC 9(07)  VALUE ZERO.

       *> how the file in hand is read: as UTF-8 (the source or its
       *> converted copy), or decoded from UTF-16 or a codepage into
       *> UTF-8 before the scan
       01  wc-read-form-kz          PIC X(01)  VALUE 'U'.
           88  READ-AS-UTF8                    VALUE 'U'.
           88  UTF16-LE                        VALUE 'L'.
           88  UTF16-BE                        VALUE 'B'.
           88  UTF16-INPUT                     VALUE 'L' 'B'.
           88  CODEPAGE-INPUT                  VALUE 'C'.
       01  wc-out-tried-kz          PIC X(01)  VALUE 'N'.
           88  CONVERTED-COPY-TRIED            VALUE 'Y'.
       01  wc-read-note             PIC X(120) VALUE SPACE.

       *> decode scratch - the same walk test-utf8 makes
       01  wc-raw-line              PIC X(500) VALUE SPACE.
       01  wn-raw-len               PIC 9(03)  VALUE ZERO.
       01  wn-raw-pos               PIC 9(03)  VALUE ZERO.
       01  wn-b1                    PIC 9(03)  VALUE ZERO.
       01  wn-b2                    PIC 9(03)  VALUE ZERO.
       01  wn-unit                  PIC 9(05)  VALUE ZERO.
       01  wn-surr-hi               PIC 9(05)  VALUE ZERO.
       01  wn-out16-pos             PIC 9(03)  VALUE ZERO.
       01  wn-cp-work               PIC 9(07)  VALUE ZERO.
       01  wn-u-rest                PIC 9(07)  VALUE ZERO.
       01  wn-u-rest2               PIC 9(07)  VALUE ZERO.
       01  wn-u-part                PIC 9(03)  VALUE ZERO.

       *> audit line parse scratch
       01  wc-rest                  PIC X(250) VALUE SPACE.
       01  wc-scrap                 PIC X(250) VALUE SPACE.
       01  wc-line-file             PIC X(80)  VALUE SPACE.
       01  wc-line-detected         PIC X(20)  VALUE SPACE.
       01  wc-line-to               PIC X(20)  VALUE SPACE.

       *> report scratch
       01  wc-hex-digits            PIC X(16)  VALUE
           '0123456789ABCDEF'.
       01  wc-cp-hex                PIC X(06)  VALUE SPACE.
       01  wc-cp-text               PIC X(08)  VALUE SPACE.
       01  wn-hex-work              PIC 9(07)  VALUE ZERO.
       01  wn-hex-rest              PIC 9(07)  VALUE ZERO.
       01  wn-hex-digit             PIC 9(02)  VALUE ZERO.
       01  wn-hex-pos               PIC 9(01)  VALUE ZERO.
       01  wc-flags                 PIC X(10)  VALUE SPACE.
       01  wc-loss-text             PIC X(60)  VALUE SPACE.
       01  wn-loss-ptr              PIC 9(03)  VALUE ZERO.
       01  wc-show-bytes            PIC X(04)  VALUE SPACE.
       01  wn-rpt-ptr               PIC 9(03)  VALUE ZERO.

       COPY AUDITREC.

       *>**************************************************
       PROCEDURE DIVISION.
       *>**************************************************
       0000-main.

           ACCEPT wc-inv-date FROM ENVIRONMENT 'INVENTORYDATE'
               ON EXCEPTION
                   MOVE SPACE TO wc-inv-date
           END-ACCEPT
           IF wc-inv-date IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE TO wc-today
               MOVE wc-today(1:8) TO wc-inv-date
           END-IF

           PERFORM B0050-LOAD-REPERTOIRES
               THRU B0050-LOAD-REPERTOIRES-EXIT
           PERFORM B0080-LOAD-CODEPAGES
               THRU B0080-LOAD-CODEPAGES-EXIT

           OPEN INPUT AUDITLOG
           IF wc-log-status NOT = '00'
               DISPLAY 'No utf8-audit.log found - nothing to report.'
               GOBACK
           END-IF
           MOVE 'N' TO wc-log-done-kz
           PERFORM B0100-COLLECT-FILE THRU B0100-COLLECT-FILE-EXIT
               UNTIL LOG-IS-DONE
           CLOSE AUDITLOG

           OPEN OUTPUT RPTFILE
           IF wc-rpt-status NOT = '00'
               DISPLAY 'Cannot create utf8-inventory.txt.'
               GOBACK
           END-IF

           MOVE SPACE TO RPTFILE-LINE
           STRING
               'NON-ASCII CHARACTER INVENTORY FOR ' DELIMITED BY SIZE
               wc-inv-date DELIMITED BY SIZE
               INTO RPTFILE-LINE
           END-STRING
           WRITE RPTFILE-LINE
           PERFORM B0070-WRITE-LEGEND

           IF wn-file-count = ZERO
               MOVE '  no file conversions logged for this day'
                   TO RPTFILE-LINE
               WRITE RPTFILE-LINE
               CLOSE RPTFILE
               GOBACK
           END-IF

           PERFORM B0200-INVENTORY-FILE THRU B0200-INVENTORY-FILE-EXIT
               VARYING wn-f FROM 1 BY 1
               UNTIL wn-f > wn-file-count

           PERFORM B0400-WRITE-DAY-SECTION
               THRU B0400-WRITE-DAY-SECTION-EXIT

           CLOSE RPTFILE

           GOBACK
           .

       *>**************************************************
       *> B0050-LOAD-REPERTOIRES: encodings.tbl into the repertoire
       *> table. Without it the inventory is still taken, only the
       *> repertoire flags are left off.
       B0050-LOAD-REPERTOIRES.

           MOVE ZERO TO wn-enc-count
           OPEN INPUT ENCTBL
           IF wc-tbl-status NOT = '00'
               GO TO B0050-LOAD-REPERTOIRES-EXIT
           END-IF
           MOVE 'N' TO wc-tbl-done-kz
           PERFORM B0060-LOAD-ONE-RULE THRU B0060-LOAD-ONE-RULE-EXIT
               UNTIL TABLE-READ-DONE
           CLOSE ENCTBL

           .
       B0050-LOAD-REPERTOIRES-EXIT.
           EXIT.
       *>**************************************************
       B0060-LOAD-ONE-RULE.

           READ ENCTBL
               AT END
                   MOVE 'Y' TO wc-tbl-done-kz
                   GO TO B0060-LOAD-ONE-RULE-EXIT
           END-READ

           IF ENCTBL-LINE = SPACE OR ENCTBL-LINE(1:1) = '*'
               GO TO B0060-LOAD-ONE-RULE-EXIT
           END-IF

           MOVE SPACE TO wc-tbl-enc
           MOVE SPACE TO wc-tbl-kind
           MOVE ZERO TO wn-tbl-lo
           MOVE ZERO TO wn-tbl-hi
           UNSTRING ENCTBL-LINE DELIMITED BY ALL SPACE
               INTO wc-tbl-enc wc-tbl-kind wn-tbl-lo wn-tbl-hi
           END-UNSTRING

           IF wn-enc-count = ZERO
             OR wc-enc-name(wn-enc-count) NOT = wc-tbl-enc
               IF wn-enc-count >= 10
                   GO TO B0060-LOAD-ONE-RULE-EXIT
               END-IF
               ADD 1 TO wn-enc-count
               MOVE wc-tbl-enc TO wc-enc-name(wn-enc-count)
               MOVE ZERO TO wn-enc-rules(wn-enc-count)
           END-IF

           IF wn-enc-rules(wn-enc-count) >= 100
               GO TO B0060-LOAD-ONE-RULE-EXIT
           END-IF
           ADD 1 TO wn-enc-rules(wn-enc-count)
           MOVE wn-enc-rules(wn-enc-count) TO wn-r
           EVALUATE wc-tbl-kind
               WHEN 'RANGE'
                   MOVE 'R' TO wc-rule-kind(wn-enc-count, wn-r)
                   MOVE wn-tbl-lo TO wn-rule-lo(wn-enc-count, wn-r)
                   MOVE wn-tbl-hi TO wn-rule-hi(wn-enc-count, wn-r)
               WHEN 'POINT'
                   MOVE 'P' TO wc-rule-kind(wn-enc-count, wn-r)
                   MOVE wn-tbl-lo TO wn-rule-lo(wn-enc-count, wn-r)
                   MOVE wn-tbl-lo TO wn-rule-hi(wn-enc-count, wn-r)
               WHEN 'OMIT'
                   MOVE 'O' TO wc-rule-kind(wn-enc-count, wn-r)
                   MOVE wn-tbl-lo TO wn-rule-lo(wn-enc-count, wn-r)
                   MOVE wn-tbl-lo TO wn-rule-hi(wn-enc-count, wn-r)
               WHEN OTHER
                   SUBTRACT 1 FROM wn-enc-rules(wn-enc-count)
           END-EVALUATE

           .
       B0060-LOAD-ONE-RULE-EXIT.
           EXIT.
       *>**************************************************
       *> B0070-WRITE-LEGEND: the flag columns are the encodings of
       *> encodings.tbl in table order; '+' means the code point is
       *> in that repertoire, '-' that converting to it loses it.
       B0070-WRITE-LEGEND.

           IF wn-enc-count = ZERO
               MOVE '  encodings.tbl not found - no repertoire flags'
                   TO RPTFILE-LINE
               WRITE RPTFILE-LINE
           ELSE
               MOVE '  repertoire flags (+ held, - lost), in order:'
                   TO RPTFILE-LINE
               WRITE RPTFILE-LINE
               PERFORM VARYING wn-enc-idx FROM 1 BY 1
                   UNTIL wn-enc-idx > wn-enc-count
                   MOVE SPACE TO RPTFILE-LINE
                   STRING
                       '    ' DELIMITED BY SIZE
                       wn-enc-idx DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       wc-enc-name(wn-enc-idx) DELIMITED BY SPACE
                       INTO RPTFILE-LINE
                   END-STRING
                   WRITE RPTFILE-LINE
               END-PERFORM
           END-IF
           MOVE SPACE TO RPTFILE-LINE
           WRITE RPTFILE-LINE

           .
       *>**************************************************
       *> B0080-LOAD-CODEPAGES: codepages.tbl into the codepage
       *> table, for decoding sources in those codepages. Without it
       *> such a source is read from its UTF-8 copy or not at all.
       B0080-LOAD-CODEPAGES.

           MOVE ZERO TO wn-cpg-count
           OPEN INPUT CPGTBL
           IF wc-cpg-status NOT = '00'
               GO TO B0080-LOAD-CODEPAGES-EXIT
           END-IF
           MOVE 'N' TO wc-cpg-done-kz
           PERFORM B0085-LOAD-ONE-ROW THRU B0085-LOAD-ONE-ROW-EXIT
               UNTIL CODEPAGE-READ-DONE
           CLOSE CPGTBL

           .
       B0080-LOAD-CODEPAGES-EXIT.
           EXIT.
       *>**************************************************
       B0085-LOAD-ONE-ROW.

           READ CPGTBL
               AT END
                   MOVE 'Y' TO wc-cpg-done-kz
                   GO TO B0085-LOAD-ONE-ROW-EXIT
           END-READ

           IF CPGTBL-LINE = SPACE OR CPGTBL-LINE(1:1) = '*'
               GO TO B0085-LOAD-ONE-ROW-EXIT
           END-IF

           INITIALIZE cpg-line-fields
           MOVE ZERO TO wn-cpg-fields
           UNSTRING CPGTBL-LINE DELIMITED BY ALL SPACE
               INTO wc-cpg-line-enc wc-cpg-line-kind wc-cpg-line-row
                    wn-cpg-val(1)  wn-cpg-val(2)  wn-cpg-val(3)
                    wn-cpg-val(4)  wn-cpg-val(5)  wn-cpg-val(6)
                    wn-cpg-val(7)  wn-cpg-val(8)  wn-cpg-val(9)
                    wn-cpg-val(10) wn-cpg-val(11) wn-cpg-val(12)
                    wn-cpg-val(13) wn-cpg-val(14) wn-cpg-val(15)
                    wn-cpg-val(16)
               TALLYING IN wn-cpg-fields
           END-UNSTRING

           IF wc-cpg-line-kind NOT = 'ROW' OR wn-cpg-fields < 19
               GO TO B0085-LOAD-ONE-ROW-EXIT
           END-IF
           MOVE ZERO TO wn-cpg-row
           INSPECT wc-hex-digits TALLYING wn-cpg-row
               FOR CHARACTERS BEFORE INITIAL wc-cpg-line-row(1:1)
           IF wn-cpg-row > 15 OR wc-cpg-line-row(2:1) NOT = SPACE
               GO TO B0085-LOAD-ONE-ROW-EXIT
           END-IF

           IF wn-cpg-count = ZERO
             OR wc-cpg-name(wn-cpg-count) NOT = wc-cpg-line-enc
               IF wn-cpg-count >= 5
                   GO TO B0085-LOAD-ONE-ROW-EXIT
               END-IF
               ADD 1 TO wn-cpg-count
               INITIALIZE cpg-entry(wn-cpg-count)
               MOVE wc-cpg-line-enc TO wc-cpg-name(wn-cpg-count)
           END-IF

           IF wc-cpg-row-kz(wn-cpg-count, wn-cpg-row + 1) NOT = 'Y'
               MOVE 'Y' TO wc-cpg-row-kz(wn-cpg-count, wn-cpg-row + 1)
               ADD 1 TO wn-cpg-rows(wn-cpg-count)
           END-IF
           PERFORM VARYING wn-cpg-col FROM 1 BY 1
               UNTIL wn-cpg-col > 16
               COMPUTE wn-cpg-byte = wn-cpg-row * 16 + wn-cpg-col
               MOVE wn-cpg-val(wn-cpg-col)
                   TO wn-cpg-cp(wn-cpg-count, wn-cpg-byte)
           END-PERFORM

           .
       B0085-LOAD-ONE-ROW-EXIT.
           EXIT.
       *>**************************************************
       *> B0090-FIND-CODEPAGE: wn-cpg-idx for wc-cpg-find-name, zero
       *> when codepages.tbl has no complete chart for it
       B0090-FIND-CODEPAGE.

           MOVE ZERO TO wn-cpg-idx
           PERFORM VARYING wn-cpg-look FROM 1 BY 1
               UNTIL wn-cpg-look > wn-cpg-count OR wn-cpg-idx > ZERO
               IF wc-cpg-name(wn-cpg-look) = wc-cpg-find-name
                 AND wn-cpg-rows(wn-cpg-look) = 16
                   MOVE wn-cpg-look TO wn-cpg-idx
               END-IF
           END-PERFORM

           .
       *>**************************************************
       *> B0100-COLLECT-FILE: one audit line. The CONVFILE lines of
       *> the day name the source file, what its BOM said it was and
       *> the target; a file converted more than once is read once,
       *> with all of its targets. The target of its last conversion
       *> is kept as well - that is the one its <name>.out holds.
       B0100-COLLECT-FILE.

           READ AUDITLOG INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO wc-log-done-kz
                   GO TO B0100-COLLECT-FILE-EXIT
           END-READ

           IF AUDIT-DATE NOT = wc-inv-date
             OR AUDIT-EVENT NOT = 'CONVFILE'
               GO TO B0100-COLLECT-FILE-EXIT
           END-IF

           MOVE SPACE TO wc-rest
           UNSTRING AUDIT-DETAIL DELIMITED BY 'in=[FILE:'
               INTO wc-scrap wc-rest
           END-UNSTRING
           MOVE SPACE TO wc-line-file
           UNSTRING wc-rest DELIMITED BY ']'
               INTO wc-line-file
           END-UNSTRING
           IF wc-line-file = SPACE
               GO TO B0100-COLLECT-FILE-EXIT
           END-IF

           MOVE SPACE TO wc-rest
           UNSTRING AUDIT-DETAIL DELIMITED BY ' detected='
               INTO wc-scrap wc-rest
           END-UNSTRING
           MOVE SPACE TO wc-line-detected
           UNSTRING wc-rest DELIMITED BY SPACE
               INTO wc-line-detected
           END-UNSTRING
           MOVE SPACE TO wc-rest
           UNSTRING AUDIT-DETAIL DELIMITED BY ' to='
               INTO wc-scrap wc-rest
           END-UNSTRING
           MOVE wc-rest(1:20) TO wc-line-to

           MOVE ZERO TO wn-found
           PERFORM VARYING wn-f FROM 1 BY 1
               UNTIL wn-f > wn-file-count OR wn-found > ZERO
               IF wc-file-name(wn-f) = wc-line-file
                   MOVE wn-f TO wn-found
               END-IF
           END-PERFORM
           IF wn-found = ZERO
               IF wn-file-count >= 100
                   ADD 1 TO wn-file-overflow
                   GO TO B0100-COLLECT-FILE-EXIT
               END-IF
               ADD 1 TO wn-file-count
               MOVE wn-file-count TO wn-found
               MOVE wc-line-file TO wc-file-name(wn-found)
               MOVE wc-line-detected TO wc-file-detected(wn-found)
               MOVE ZERO TO wn-file-targets(wn-found)
               MOVE SPACE TO wc-file-last-to(wn-found)
           END-IF

           IF wc-line-to = SPACE
               GO TO B0100-COLLECT-FILE-EXIT
           END-IF
           MOVE wc-line-to TO wc-file-last-to(wn-found)
           MOVE ZERO TO wn-e
           PERFORM VARYING wn-t FROM 1 BY 1
               UNTIL wn-t > wn-file-targets(wn-found)
               IF wc-file-target(wn-found, wn-t) = wc-line-to
                   MOVE 1 TO wn-e
               END-IF
           END-PERFORM
           IF wn-e = ZERO AND wn-file-targets(wn-found) < 5
               ADD 1 TO wn-file-targets(wn-found)
               MOVE wc-line-to TO wc-file-target(wn-found,
                   wn-file-targets(wn-found))
           END-IF

           .
       B0100-COLLECT-FILE-EXIT.
           EXIT.
       *>**************************************************
       *> B0200-INVENTORY-FILE: one converted file, line by line,
       *> into its own inventory, then its report section. What is
       *> read for it is settled by B0205; a file none of its ways
       *> reaches is listed as not inventoried rather than counted
       *> wrong.
       B0200-INVENTORY-FILE.

           MOVE ZERO TO wn-fi-count
           MOVE ZERO TO wn-fi-overflow
           MOVE ZERO TO wn-file-chars
           MOVE ZERO TO wn-file-invalid
           MOVE ZERO TO wn-file-lines

           MOVE SPACE TO RPTFILE-LINE
           WRITE RPTFILE-LINE
           MOVE 1 TO wn-rpt-ptr
           STRING
               'FILE ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-file-name(wn-f)) DELIMITED BY SIZE
               '  source ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-file-detected(wn-f)) DELIMITED BY SIZE
               '  converted to' DELIMITED BY SIZE
               INTO RPTFILE-LINE
               WITH POINTER wn-rpt-ptr
           END-STRING
           PERFORM VARYING wn-t FROM 1 BY 1
               UNTIL wn-t > wn-file-targets(wn-f)
               STRING
                   ' ' DELIMITED BY SIZE
                   wc-file-target(wn-f, wn-t) DELIMITED BY SPACE
                   INTO RPTFILE-LINE
                   WITH POINTER wn-rpt-ptr
               END-STRING
           END-PERFORM
           WRITE RPTFILE-LINE

           MOVE 'N' TO wc-out-tried-kz
           PERFORM B0205-CHOOSE-SOURCE THRU B0205-CHOOSE-SOURCE-EXIT
           IF invname = SPACE
               MOVE SPACE TO RPTFILE-LINE
               STRING
                   '  not inventoried - no UTF-8 copy, and no '
                       DELIMITED BY SIZE
                   'decoding for its ' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-file-detected(wn-f))
                       DELIMITED BY SIZE
                   ' source' DELIMITED BY SIZE
                   INTO RPTFILE-LINE
               END-STRING
               WRITE RPTFILE-LINE
               ADD 1 TO wn-day-skipped
               GO TO B0200-INVENTORY-FILE-EXIT
           END-IF

           OPEN INPUT INVFILE
      *> a converted copy gone since is no reason to give up - the
      *> source itself may still be decodable
           IF wc-inv-status NOT = '00' AND CONVERTED-COPY-TRIED
             AND READ-AS-UTF8
               PERFORM B0205-CHOOSE-SOURCE
                   THRU B0205-CHOOSE-SOURCE-EXIT
               IF invname NOT = SPACE
                   OPEN INPUT INVFILE
               END-IF
           END-IF
           IF invname = SPACE OR wc-inv-status NOT = '00'
               MOVE '  not inventoried - file no longer on hand'
                   TO RPTFILE-LINE
               WRITE RPTFILE-LINE
               ADD 1 TO wn-day-skipped
               GO TO B0200-INVENTORY-FILE-EXIT
           END-IF
           IF wc-read-note NOT = SPACE
               MOVE wc-read-note TO RPTFILE-LINE
               WRITE RPTFILE-LINE
           END-IF
           MOVE 'N' TO wc-inv-done-kz
           PERFORM B0210-SCAN-ONE-LINE THRU B0210-SCAN-ONE-LINE-EXIT
               UNTIL INVFILE-IS-DONE
           CLOSE INVFILE
           ADD 1 TO wn-day-read

           PERFORM B0300-WRITE-FILE-SECTION

           .
       B0200-INVENTORY-FILE-EXIT.
           EXIT.
       *>**************************************************
       *> B0205-CHOOSE-SOURCE: invname and the read form for file
       *> wn-f. A UTF-8 or ASCII source is read as it stands. Any
       *> other source is read from its converted copy <name>.out
       *> when its last conversion of the day went to UTF-8 - the
       *> characters exactly as the partner got them. Failing that
       *> (a different target, or the copy tried and gone) a UTF-16
       *> source, or one in a codepage codepages.tbl charts in
       *> full, is decoded from its own bytes. invname is left
       *> blank when none of these can be done.
       B0205-CHOOSE-SOURCE.

           MOVE SPACE TO invname
           MOVE SPACE TO wc-read-note
           MOVE 'U' TO wc-read-form-kz
           MOVE ZERO TO wn-cpg-use-idx

           IF wc-file-detected(wn-f) = 'UTF-8' OR 'ASCII'
             OR 'US-ASCII' OR SPACE
               STRING
                   'convdata/' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-file-name(wn-f)) DELIMITED BY SIZE
                   INTO invname
               END-STRING
               GO TO B0205-CHOOSE-SOURCE-EXIT
           END-IF

           IF wc-file-last-to(wn-f) = 'UTF-8'
             AND NOT CONVERTED-COPY-TRIED
               MOVE 'Y' TO wc-out-tried-kz
               STRING
                   'convdata/' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-file-name(wn-f)) DELIMITED BY SIZE
                   '.out' DELIMITED BY SIZE
                   INTO invname
               END-STRING
               STRING
                   '  read from its UTF-8 copy ' DELIMITED BY SIZE
                   FUNCTION TRIM(invname) DELIMITED BY SIZE
                   INTO wc-read-note
               END-STRING
               GO TO B0205-CHOOSE-SOURCE-EXIT
           END-IF

           EVALUATE wc-file-detected(wn-f)
               WHEN 'UTF-16LE'
                   MOVE 'L' TO wc-read-form-kz
               WHEN 'UTF-16BE'
                   MOVE 'B' TO wc-read-form-kz
               WHEN OTHER
                   MOVE wc-file-detected(wn-f) TO wc-cpg-find-name
                   PERFORM B0090-FIND-CODEPAGE
                   IF wn-cpg-idx = ZERO
                       GO TO B0205-CHOOSE-SOURCE-EXIT
                   END-IF
                   MOVE 'C' TO wc-read-form-kz
                   MOVE wn-cpg-idx TO wn-cpg-use-idx
           END-EVALUATE
           STRING
               'convdata/' DELIMITED BY SIZE
               FUNCTION TRIM(wc-file-name(wn-f)) DELIMITED BY SIZE
               INTO invname
           END-STRING
           STRING
               '  decoded from its ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-file-detected(wn-f)) DELIMITED BY SIZE
               ' source' DELIMITED BY SIZE
               INTO wc-read-note
           END-STRING

           .
       B0205-CHOOSE-SOURCE-EXIT.
           EXIT.
       *>**************************************************
       B0210-SCAN-ONE-LINE.

           READ INVFILE INTO wc-line
               AT END
                   MOVE 'Y' TO wc-inv-done-kz
                   GO TO B0210-SCAN-ONE-LINE-EXIT
           END-READ
           ADD 1 TO wn-file-lines
      *> UTF-16 and codepage text becomes UTF-8 first, so the scan
      *> below runs unchanged; a byte order mark decodes to U+FEFF
      *> at the head of line 1 and is passed over there as ever
           EVALUATE TRUE
               WHEN UTF16-INPUT
                   MOVE wc-line TO wc-raw-line
                   PERFORM B0260-DECODE-UTF16
                       THRU B0260-DECODE-UTF16-EXIT
               WHEN CODEPAGE-INPUT
                   MOVE wc-line TO wc-raw-line
                   PERFORM B0270-DECODE-CODEPAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE ZERO TO wn-line-len
           INSPECT FUNCTION REVERSE(wc-line) TALLYING wn-line-len
               FOR LEADING SPACE
           COMPUTE wn-line-len = 500 - wn-line-len

           MOVE 1 TO wn-byte-pos
           MOVE ZERO TO wn-char-col
           PERFORM B0220-SCAN-ONE-CHAR THRU B0220-SCAN-ONE-CHAR-EXIT
               UNTIL wn-byte-pos > wn-line-len

           .
       B0210-SCAN-ONE-LINE-EXIT.
           EXIT.
       *>**************************************************
       *> B0220-SCAN-ONE-CHAR: one character at wn-byte-pos. ASCII
       *> is stepped over; a well-formed UTF-8 sequence is decoded
       *> and tallied; a malformed one counts one invalid byte and
       *> the scan resumes at the next byte. The byte-order mark at
       *> the head of a file is not a character of the text.
       B0220-SCAN-ONE-CHAR.

           ADD 1 TO wn-char-col
           COMPUTE wn-this-byte =
               FUNCTION ORD(wc-line(wn-byte-pos:1)) - 1

           IF wn-this-byte <= 127
               ADD 1 TO wn-byte-pos
               GO TO B0220-SCAN-ONE-CHAR-EXIT
           END-IF

           EVALUATE TRUE
               WHEN wn-this-byte >= 194 AND wn-this-byte <= 223
                   MOVE 2 TO wn-seq-len
                   COMPUTE wn-codepoint = wn-this-byte - 192
               WHEN wn-this-byte >= 224 AND wn-this-byte <= 239
                   MOVE 3 TO wn-seq-len
                   COMPUTE wn-codepoint = wn-this-byte - 224
               WHEN wn-this-byte >= 240 AND wn-this-byte <= 244
                   MOVE 4 TO wn-seq-len
                   COMPUTE wn-codepoint = wn-this-byte - 240
               WHEN OTHER
                   ADD 1 TO wn-file-invalid
                   ADD 1 TO wn-byte-pos
                   GO TO B0220-SCAN-ONE-CHAR-EXIT
           END-EVALUATE

           MOVE 'Y' TO wc-seq-ok-kz
           IF wn-byte-pos + wn-seq-len - 1 > wn-line-len
               MOVE 'N' TO wc-seq-ok-kz
           ELSE
               PERFORM VARYING wn-seq-idx FROM 1 BY 1
                   UNTIL wn-seq-idx >= wn-seq-len
                   COMPUTE wn-seq-byte = FUNCTION ORD(
                       wc-line(wn-byte-pos + wn-seq-idx:1)) - 1
                   IF wn-seq-byte < 128 OR wn-seq-byte > 191
                       MOVE 'N' TO wc-seq-ok-kz
                   ELSE
                       COMPUTE wn-codepoint =
                           wn-codepoint * 64 + wn-seq-byte - 128
                   END-IF
               END-PERFORM
           END-IF
           IF NOT SEQUENCE-IS-VALID
               ADD 1 TO wn-file-invalid
               ADD 1 TO wn-byte-pos
               GO TO B0220-SCAN-ONE-CHAR-EXIT
           END-IF

           IF wn-codepoint = 65279 AND wn-file-lines = 1
             AND wn-byte-pos = 1
               SUBTRACT 1 FROM wn-char-col
           ELSE
               MOVE SPACE TO wc-show-bytes
               MOVE wc-line(wn-byte-pos:wn-seq-len) TO wc-show-bytes
               ADD 1 TO wn-file-chars
               PERFORM B0230-TALLY-FILE-ENTRY
                   THRU B0230-TALLY-FILE-ENTRY-EXIT
               PERFORM B0240-TALLY-DAY-ENTRY
                   THRU B0240-TALLY-DAY-ENTRY-EXIT
           END-IF
           ADD wn-seq-len TO wn-byte-pos

           .
       B0220-SCAN-ONE-CHAR-EXIT.
           EXIT.
       *>**************************************************
       *> B0230-TALLY-FILE-ENTRY: the code point into the file's
       *> inventory - found, it is counted; new, it is slotted in at
       *> its place in code point order with where it was first seen
       B0230-TALLY-FILE-ENTRY.

           MOVE 'N' TO wc-slot-kz
           MOVE ZERO TO wn-slot
           PERFORM VARYING wn-e FROM 1 BY 1
               UNTIL wn-e > wn-fi-count OR wn-slot > ZERO
               IF wn-fi-cp(wn-e) >= wn-codepoint
                   MOVE wn-e TO wn-slot
               END-IF
           END-PERFORM
           IF wn-slot > ZERO
               IF wn-fi-cp(wn-slot) = wn-codepoint
                   ADD 1 TO wn-fi-hits(wn-slot)
                   GO TO B0230-TALLY-FILE-ENTRY-EXIT
               END-IF
           ELSE
               COMPUTE wn-slot = wn-fi-count + 1
           END-IF
           IF wn-fi-count >= 300
               ADD 1 TO wn-fi-overflow
               GO TO B0230-TALLY-FILE-ENTRY-EXIT
           END-IF

           PERFORM VARYING wn-move FROM wn-fi-count BY -1
               UNTIL wn-move < wn-slot
               MOVE fi-entry(wn-move) TO fi-entry(wn-move + 1)
           END-PERFORM
           ADD 1 TO wn-fi-count
           MOVE 'Y' TO wc-slot-kz
           PERFORM B0250-FIND-BLOCK
           MOVE wn-codepoint TO wn-fi-cp(wn-slot)
           MOVE wc-show-bytes TO wc-fi-bytes(wn-slot)
           MOVE wn-this-block TO wn-fi-block(wn-slot)
           MOVE 1 TO wn-fi-hits(wn-slot)
           MOVE wn-file-lines TO wn-fi-line(wn-slot)
           MOVE wn-char-col TO wn-fi-col(wn-slot)

           .
       B0230-TALLY-FILE-ENTRY-EXIT.
           EXIT.
       *>**************************************************
       *> B0240-TALLY-DAY-ENTRY: the same for the day; the number of
       *> files a code point turned up in rises with the first hit
       *> in each file
       B0240-TALLY-DAY-ENTRY.

           MOVE ZERO TO wn-slot
           PERFORM VARYING wn-e FROM 1 BY 1
               UNTIL wn-e > wn-di-count OR wn-slot > ZERO
               IF wn-di-cp(wn-e) >= wn-codepoint
                   MOVE wn-e TO wn-slot
               END-IF
           END-PERFORM
           IF wn-slot > ZERO
               IF wn-di-cp(wn-slot) = wn-codepoint
                   ADD 1 TO wn-di-hits(wn-slot)
                   IF SLOT-IS-NEW
                       ADD 1 TO wn-di-files(wn-slot)
                   END-IF
                   GO TO B0240-TALLY-DAY-ENTRY-EXIT
               END-IF
           ELSE
               COMPUTE wn-slot = wn-di-count + 1
           END-IF
           IF wn-di-count >= 600
               ADD 1 TO wn-di-overflow
               GO TO B0240-TALLY-DAY-ENTRY-EXIT
           END-IF

           PERFORM VARYING wn-move FROM wn-di-count BY -1
               UNTIL wn-move < wn-slot
               MOVE di-entry(wn-move) TO di-entry(wn-move + 1)
           END-PERFORM
           ADD 1 TO wn-di-count
           PERFORM B0250-FIND-BLOCK
           MOVE wn-codepoint TO wn-di-cp(wn-slot)
           MOVE wc-show-bytes TO wc-di-bytes(wn-slot)
           MOVE wn-this-block TO wn-di-block(wn-slot)
           MOVE 1 TO wn-di-hits(wn-slot)
           MOVE 1 TO wn-di-files(wn-slot)
           MOVE wc-file-name(wn-f) TO wc-di-file(wn-slot)
           MOVE wn-file-lines TO wn-di-line(wn-slot)
           MOVE wn-char-col TO wn-di-col(wn-slot)

           .
       B0240-TALLY-DAY-ENTRY-EXIT.
           EXIT.
       *>**************************************************
       B0250-FIND-BLOCK.

           MOVE 8 TO wn-this-block
           PERFORM VARYING wn-block-idx FROM 1 BY 1
               UNTIL wn-block-idx > 7 OR wn-this-block < 8
               IF wn-codepoint >= wn-block-lo(wn-block-idx)
                 AND wn-codepoint <= wn-block-hi(wn-block-idx)
                   MOVE wn-block-idx TO wn-this-block
               END-IF
           END-PERFORM

           .
       *>**************************************************
       *> B0260-DECODE-UTF16: one raw line of UTF-16 units into
       *> UTF-8 in wc-line - test-utf8's B0440 walk. LINE SEQUENTIAL
       *> splits the file at the 0A byte of the newline, so a LE
       *> line arrives with the newline's 00 half pushed onto the
       *> next line's front (it is skipped) and a BE line keeps its
       *> 00 half at its own end (it is dropped). A surrogate pair
       *> becomes its one code point; a lone surrogate becomes
       *> U+FFFD.
       B0260-DECODE-UTF16.

           MOVE SPACE TO wc-line
           MOVE ZERO TO wn-out16-pos
           MOVE ZERO TO wn-surr-hi

           MOVE 500 TO wn-raw-len
           PERFORM UNTIL wn-raw-len = ZERO
               OR wc-raw-line(wn-raw-len:1) NOT = SPACE
               SUBTRACT 1 FROM wn-raw-len
           END-PERFORM
           IF wn-raw-len = ZERO
               GO TO B0260-DECODE-UTF16-EXIT
           END-IF

           MOVE 1 TO wn-raw-pos
           IF UTF16-LE AND wc-raw-line(1:1) = X'00'
               MOVE 2 TO wn-raw-pos
           END-IF
           IF UTF16-BE AND wc-raw-line(wn-raw-len:1) = X'00'
               COMPUTE wn-u-rest = wn-raw-len - wn-raw-pos + 1
               IF FUNCTION MOD(wn-u-rest, 2) = 1
                   SUBTRACT 1 FROM wn-raw-len
               END-IF
           END-IF

           PERFORM UNTIL wn-raw-pos > wn-raw-len
               IF wn-raw-pos = wn-raw-len
      *> a lone trailing byte can only be the low half of a LE unit
      *> whose 00 high half the line split swallowed
                   COMPUTE wn-b1 = FUNCTION ORD(
                       wc-raw-line(wn-raw-pos:1)) - 1
                   IF UTF16-LE
                       MOVE wn-b1 TO wn-unit
                   ELSE
                       COMPUTE wn-unit = wn-b1 * 256
                   END-IF
                   ADD 1 TO wn-raw-pos
               ELSE
                   COMPUTE wn-b1 = FUNCTION ORD(
                       wc-raw-line(wn-raw-pos:1)) - 1
                   COMPUTE wn-b2 = FUNCTION ORD(
                       wc-raw-line(wn-raw-pos + 1:1)) - 1
                   IF UTF16-LE
                       COMPUTE wn-unit = wn-b2 * 256 + wn-b1
                   ELSE
                       COMPUTE wn-unit = wn-b1 * 256 + wn-b2
                   END-IF
                   ADD 2 TO wn-raw-pos
               END-IF

               EVALUATE TRUE
                   WHEN wn-unit >= 55296 AND wn-unit <= 56319
                       MOVE wn-unit TO wn-surr-hi
                   WHEN wn-unit >= 56320 AND wn-unit <= 57343
                       IF wn-surr-hi > ZERO
                           COMPUTE wn-cp-work = 65536
                               + (wn-surr-hi - 55296) * 1024
                               + wn-unit - 56320
                       ELSE
                           MOVE 65533 TO wn-cp-work
                       END-IF
                       MOVE ZERO TO wn-surr-hi
                       PERFORM B0265-EMIT-UTF8
                           THRU B0265-EMIT-UTF8-EXIT
                   WHEN OTHER
                       IF wn-surr-hi > ZERO
                           MOVE 65533 TO wn-cp-work
                           PERFORM B0265-EMIT-UTF8
                               THRU B0265-EMIT-UTF8-EXIT
                           MOVE ZERO TO wn-surr-hi
                       END-IF
                       MOVE wn-unit TO wn-cp-work
                       PERFORM B0265-EMIT-UTF8
                           THRU B0265-EMIT-UTF8-EXIT
               END-EVALUATE
           END-PERFORM

           .
       B0260-DECODE-UTF16-EXIT.
           EXIT.
       *>**************************************************
       B0265-EMIT-UTF8.

           EVALUATE TRUE
               WHEN wn-cp-work <= 127
                   IF wn-out16-pos < 500
                       ADD 1 TO wn-out16-pos
                       MOVE FUNCTION CHAR(wn-cp-work + 1)
                           TO wc-line(wn-out16-pos:1)
                   END-IF
               WHEN wn-cp-work <= 2047
                   IF wn-out16-pos + 2 <= 500
                       COMPUTE wn-u-rest = wn-cp-work / 64
                       COMPUTE wn-u-part = 192 + wn-u-rest
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 1:1)
                       COMPUTE wn-u-part = 128 + wn-cp-work
                           - wn-u-rest * 64
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 2:1)
                       ADD 2 TO wn-out16-pos
                   END-IF
               WHEN wn-cp-work <= 65535
                   IF wn-out16-pos + 3 <= 500
                       COMPUTE wn-u-rest = wn-cp-work / 4096
                       COMPUTE wn-u-part = 224 + wn-u-rest
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 1:1)
                       COMPUTE wn-u-rest2 = wn-cp-work
                           - wn-u-rest * 4096
                       COMPUTE wn-u-rest = wn-u-rest2 / 64
                       COMPUTE wn-u-part = 128 + wn-u-rest
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 2:1)
                       COMPUTE wn-u-part = 128 + wn-u-rest2
                           - wn-u-rest * 64
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 3:1)
                       ADD 3 TO wn-out16-pos
                   END-IF
               WHEN OTHER
                   IF wn-out16-pos + 4 <= 500
                       COMPUTE wn-u-rest = wn-cp-work / 262144
                       COMPUTE wn-u-part = 240 + wn-u-rest
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 1:1)
                       COMPUTE wn-u-rest2 = wn-cp-work
                           - wn-u-rest * 262144
                       COMPUTE wn-u-rest = wn-u-rest2 / 4096
                       COMPUTE wn-u-part = 128 + wn-u-rest
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 2:1)
                       COMPUTE wn-u-rest2 = wn-u-rest2
                           - wn-u-rest * 4096
                       COMPUTE wn-u-rest = wn-u-rest2 / 64
                       COMPUTE wn-u-part = 128 + wn-u-rest
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 3:1)
                       COMPUTE wn-u-part = 128 + wn-u-rest2
                           - wn-u-rest * 64
                       MOVE FUNCTION CHAR(wn-u-part + 1)
                           TO wc-line(wn-out16-pos + 4:1)
                       ADD 4 TO wn-out16-pos
                   END-IF
           END-EVALUATE

           .
       B0265-EMIT-UTF8-EXIT.
           EXIT.
       *>**************************************************
       *> B0270-DECODE-CODEPAGE: one line of codepage wn-cpg-use-idx
       *> bytes in wc-raw-line into UTF-8 in wc-line through the
       *> chart - test-utf8's B0565. The line ends at its last byte
       *> that is not record padding.
       B0270-DECODE-CODEPAGE.

           MOVE SPACE TO wc-line
           MOVE ZERO TO wn-out16-pos
           MOVE ZERO TO wn-cpg-len
           INSPECT FUNCTION REVERSE(wc-raw-line)
               TALLYING wn-cpg-len FOR LEADING SPACE
           COMPUTE wn-cpg-len = 500 - wn-cpg-len
           PERFORM B0275-DECODE-ONE-BYTE
               VARYING wn-raw-pos FROM 1 BY 1
               UNTIL wn-raw-pos > wn-cpg-len

           .
       *>**************************************************
       B0275-DECODE-ONE-BYTE.

           COMPUTE wn-cpg-scan =
               FUNCTION ORD(wc-raw-line(wn-raw-pos:1))
           MOVE wn-cpg-cp(wn-cpg-use-idx, wn-cpg-scan) TO wn-cp-work
           PERFORM B0265-EMIT-UTF8
               THRU B0265-EMIT-UTF8-EXIT

           .
       *>**************************************************
       *> B0300-WRITE-FILE-SECTION: the file's totals, then its code
       *> points block by block. A code point one of the file's own
       *> targets cannot hold is marked LOST IN with those targets -
       *> those are the characters that went out as substitutes or
       *> got the file rejected.
       B0300-WRITE-FILE-SECTION.

           MOVE SPACE TO RPTFILE-LINE
           STRING
               '  lines: ' DELIMITED BY SIZE
               wn-file-lines DELIMITED BY SIZE
               '  non-ascii characters: ' DELIMITED BY SIZE
               wn-file-chars DELIMITED BY SIZE
               '  distinct: ' DELIMITED BY SIZE
               wn-fi-count DELIMITED BY SIZE
               '  invalid utf-8 bytes: ' DELIMITED BY SIZE
               wn-file-invalid DELIMITED BY SIZE
               INTO RPTFILE-LINE
           END-STRING
           WRITE RPTFILE-LINE
           IF wn-fi-overflow > ZERO
               MOVE SPACE TO RPTFILE-LINE
               STRING
                   '  NOTE: ' DELIMITED BY SIZE
                   wn-fi-overflow DELIMITED BY SIZE
                   ' characters beyond the 300 distinct code points'
                       DELIMITED BY SIZE
                   ' are not shown' DELIMITED BY SIZE
                   INTO RPTFILE-LINE
               END-STRING
               WRITE RPTFILE-LINE
           END-IF

           PERFORM VARYING wn-block-idx FROM 1 BY 1
               UNTIL wn-block-idx > 8
               MOVE ZERO TO wn-block-shown
               PERFORM VARYING wn-e FROM 1 BY 1
                   UNTIL wn-e > wn-fi-count
                   IF wn-fi-block(wn-e) = wn-block-idx
                       IF wn-block-shown = ZERO
                           MOVE SPACE TO RPTFILE-LINE
                           STRING
                               '  ' DELIMITED BY SIZE
                               wc-block-name(wn-block-idx)
                                   DELIMITED BY '  '
                               INTO RPTFILE-LINE
                           END-STRING
                           WRITE RPTFILE-LINE
                       END-IF
                       ADD 1 TO wn-block-shown
                       PERFORM B0310-WRITE-FILE-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM

           .
       *>**************************************************
       B0310-WRITE-FILE-ENTRY.

           MOVE wn-fi-cp(wn-e) TO wn-codepoint
           PERFORM B0500-FORMAT-CODEPOINT
           PERFORM B0510-SET-FLAGS

           MOVE SPACE TO wc-loss-text
           MOVE 1 TO wn-loss-ptr
           PERFORM VARYING wn-t FROM 1 BY 1
               UNTIL wn-t > wn-file-targets(wn-f)
               PERFORM B0530-FIND-ENCODING
               IF wn-enc-idx > ZERO
                   PERFORM B0520-CHECK-REPRESENTABLE
                   IF NOT CODEPOINT-REPRESENTABLE
                       IF wn-loss-ptr = 1
                           STRING
                               'LOST IN' DELIMITED BY SIZE
                               INTO wc-loss-text
                               WITH POINTER wn-loss-ptr
                           END-STRING
                       END-IF
                       STRING
                           ' ' DELIMITED BY SIZE
                           wc-file-target(wn-f, wn-t)
                               DELIMITED BY SPACE
                           INTO wc-loss-text
                           WITH POINTER wn-loss-ptr
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACE TO RPTFILE-LINE
           MOVE 1 TO wn-rpt-ptr
           STRING
               '    ' DELIMITED BY SIZE
               wc-cp-text DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               wc-fi-bytes(wn-e) DELIMITED BY SIZE
               '  count ' DELIMITED BY SIZE
               wn-fi-hits(wn-e) DELIMITED BY SIZE
               '  first line ' DELIMITED BY SIZE
               wn-fi-line(wn-e) DELIMITED BY SIZE
               ' col ' DELIMITED BY SIZE
               wn-fi-col(wn-e) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               wc-flags DELIMITED BY SPACE
               INTO RPTFILE-LINE
               WITH POINTER wn-rpt-ptr
           END-STRING
           IF wc-loss-text NOT = SPACE
               STRING
                   '  ' DELIMITED BY SIZE
                   wc-loss-text DELIMITED BY SIZE
                   INTO RPTFILE-LINE
                   WITH POINTER wn-rpt-ptr
               END-STRING
           END-IF
           WRITE RPTFILE-LINE

           .
       *>**************************************************
       *> B0400-WRITE-DAY-SECTION: the day over all files read - each
       *> code point with its count, the number of files it was in,
       *> and where it was first met; then, per repertoire, how many
       *> of the day's code points it could not have carried.
       B0400-WRITE-DAY-SECTION.

           MOVE SPACE TO RPTFILE-LINE
           WRITE RPTFILE-LINE
           STRING
               'DAY ' DELIMITED BY SIZE
               wc-inv-date DELIMITED BY SIZE
               '  files inventoried: ' DELIMITED BY SIZE
               wn-day-read DELIMITED BY SIZE
               '  not inventoried: ' DELIMITED BY SIZE
               wn-day-skipped DELIMITED BY SIZE
               '  distinct code points: ' DELIMITED BY SIZE
               wn-di-count DELIMITED BY SIZE
               INTO RPTFILE-LINE
           END-STRING
           WRITE RPTFILE-LINE
           IF wn-file-overflow > ZERO OR wn-di-overflow > ZERO
               MOVE SPACE TO RPTFILE-LINE
               STRING
                   '  NOTE: ' DELIMITED BY SIZE
                   wn-file-overflow DELIMITED BY SIZE
                   ' conversions beyond the 100-file table and '
                       DELIMITED BY SIZE
                   wn-di-overflow DELIMITED BY SIZE
                   ' characters beyond the 600-entry inventory'
                       DELIMITED BY SIZE
                   ' are not shown' DELIMITED BY SIZE
                   INTO RPTFILE-LINE
               END-STRING
               WRITE RPTFILE-LINE
           END-IF

           PERFORM VARYING wn-block-idx FROM 1 BY 1
               UNTIL wn-block-idx > 8
               MOVE ZERO TO wn-block-shown
               PERFORM VARYING wn-e FROM 1 BY 1
                   UNTIL wn-e > wn-di-count
                   IF wn-di-block(wn-e) = wn-block-idx
                       IF wn-block-shown = ZERO
                           MOVE SPACE TO RPTFILE-LINE
                           STRING
                               '  ' DELIMITED BY SIZE
                               wc-block-name(wn-block-idx)
                                   DELIMITED BY '  '
                               INTO RPTFILE-LINE
                           END-STRING
                           WRITE RPTFILE-LINE
                       END-IF
                       ADD 1 TO wn-block-shown
                       PERFORM B0410-WRITE-DAY-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM

           IF wn-enc-count = ZERO OR wn-di-count = ZERO
               GO TO B0400-WRITE-DAY-SECTION-EXIT
           END-IF
           MOVE '  repertoire coverage of the day''s code points:'
               TO RPTFILE-LINE
           WRITE RPTFILE-LINE
           PERFORM VARYING wn-enc-idx FROM 1 BY 1
               UNTIL wn-enc-idx > wn-enc-count
               MOVE ZERO TO wn-enc-misses
               MOVE ZERO TO wn-enc-miss-hits
               PERFORM VARYING wn-e FROM 1 BY 1
                   UNTIL wn-e > wn-di-count
                   MOVE wn-di-cp(wn-e) TO wn-codepoint
                   PERFORM B0520-CHECK-REPRESENTABLE
                   IF NOT CODEPOINT-REPRESENTABLE
                       ADD 1 TO wn-enc-misses
                       ADD wn-di-hits(wn-e) TO wn-enc-miss-hits
                   END-IF
               END-PERFORM
               MOVE SPACE TO RPTFILE-LINE
               STRING
                   '    ' DELIMITED BY SIZE
                   wc-enc-name(wn-enc-idx) DELIMITED BY SIZE
                   ' lacks ' DELIMITED BY SIZE
                   wn-enc-misses DELIMITED BY SIZE
                   ' of ' DELIMITED BY SIZE
                   wn-di-count DELIMITED BY SIZE
                   ' code points (' DELIMITED BY SIZE
                   wn-enc-miss-hits DELIMITED BY SIZE
                   ' characters)' DELIMITED BY SIZE
                   INTO RPTFILE-LINE
               END-STRING
               WRITE RPTFILE-LINE
           END-PERFORM

           .
       B0400-WRITE-DAY-SECTION-EXIT.
           EXIT.
       *>**************************************************
       B0410-WRITE-DAY-ENTRY.

           MOVE wn-di-cp(wn-e) TO wn-codepoint
           PERFORM B0500-FORMAT-CODEPOINT
           PERFORM B0510-SET-FLAGS

           MOVE SPACE TO RPTFILE-LINE
           STRING
               '    ' DELIMITED BY SIZE
               wc-cp-text DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               wc-di-bytes(wn-e) DELIMITED BY SIZE
               '  count ' DELIMITED BY SIZE
               wn-di-hits(wn-e) DELIMITED BY SIZE
               '  files ' DELIMITED BY SIZE
               wn-di-files(wn-e) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               wc-flags DELIMITED BY SPACE
               '  first ' DELIMITED BY SIZE
               FUNCTION TRIM(wc-di-file(wn-e)) DELIMITED BY SIZE
               ' line ' DELIMITED BY SIZE
               wn-di-line(wn-e) DELIMITED BY SIZE
               ' col ' DELIMITED BY SIZE
               wn-di-col(wn-e) DELIMITED BY SIZE
               INTO RPTFILE-LINE
           END-STRING
           WRITE RPTFILE-LINE

           .
       *>**************************************************
       *> B0500-FORMAT-CODEPOINT: wn-codepoint as U+XXXX (U+XXXXXX
       *> above the basic plane) into wc-cp-text
       B0500-FORMAT-CODEPOINT.

           MOVE SPACE TO wc-cp-hex
           MOVE wn-codepoint TO wn-hex-work
           PERFORM VARYING wn-hex-pos FROM 6 BY -1
               UNTIL wn-hex-pos < 1
               COMPUTE wn-hex-rest = wn-hex-work / 16
               COMPUTE wn-hex-digit =
                   wn-hex-work - wn-hex-rest * 16
               MOVE wc-hex-digits(wn-hex-digit + 1:1)
                   TO wc-cp-hex(wn-hex-pos:1)
               MOVE wn-hex-rest TO wn-hex-work
           END-PERFORM
           MOVE SPACE TO wc-cp-text
           IF wn-codepoint > 65535
               STRING 'U+' wc-cp-hex DELIMITED BY SIZE
                   INTO wc-cp-text
               END-STRING
           ELSE
               STRING 'U+' wc-cp-hex(3:4) DELIMITED BY SIZE
                   INTO wc-cp-text
               END-STRING
           END-IF

           .
       *>**************************************************
       *> B0510-SET-FLAGS: one '+' or '-' per encodings.tbl entry
       B0510-SET-FLAGS.

           MOVE SPACE TO wc-flags
           PERFORM VARYING wn-enc-idx FROM 1 BY 1
               UNTIL wn-enc-idx > wn-enc-count
               PERFORM B0520-CHECK-REPRESENTABLE
               IF CODEPOINT-REPRESENTABLE
                   MOVE '+' TO wc-flags(wn-enc-idx:1)
               ELSE
                   MOVE '-' TO wc-flags(wn-enc-idx:1)
               END-IF
           END-PERFORM

           .
       *>**************************************************
       *> B0520-CHECK-REPRESENTABLE: wn-codepoint against entry
       *> wn-enc-idx - the rule test-utf8's B0540 applies: held when
       *> an allow-rule covers it and no omit-rule names it
       B0520-CHECK-REPRESENTABLE.

           MOVE 'N' TO wc-representable-kz
           MOVE 'N' TO wc-omitted-kz
           PERFORM VARYING wn-rule-idx FROM 1 BY 1
               UNTIL wn-rule-idx > wn-enc-rules(wn-enc-idx)
               EVALUATE wc-rule-kind(wn-enc-idx, wn-rule-idx)
                   WHEN 'O'
                       IF wn-codepoint
                           = wn-rule-lo(wn-enc-idx, wn-rule-idx)
                           MOVE 'Y' TO wc-omitted-kz
                       END-IF
                   WHEN OTHER
                       IF wn-codepoint >=
                           wn-rule-lo(wn-enc-idx, wn-rule-idx)
                          AND wn-codepoint <=
                           wn-rule-hi(wn-enc-idx, wn-rule-idx)
                           MOVE 'Y' TO wc-representable-kz
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF wc-omitted-kz = 'Y'
               MOVE 'N' TO wc-representable-kz
           END-IF

           .
       *>**************************************************
       *> B0530-FIND-ENCODING: the file's target wn-t in the table;
       *> wn-enc-idx stays zero for a target encodings.tbl does not
       *> describe (the byte-mapped codepages among them)
       B0530-FIND-ENCODING.

           MOVE ZERO TO wn-enc-hit
           PERFORM VARYING wn-enc-idx FROM 1 BY 1
               UNTIL wn-enc-idx > wn-enc-count OR wn-enc-hit > ZERO
               IF wc-enc-name(wn-enc-idx) = wc-file-target(wn-f, wn-t)
                   MOVE wn-enc-idx TO wn-enc-hit
               END-IF
           END-PERFORM
           MOVE wn-enc-hit TO wn-enc-idx

           .
