       *>    UTF-8 form before validation and policy run; the
       *>    detected encoding is said in the response and carried
       *>    in the audit line, so a mislabeled file is visible
       *>  - BK: optional round-trip verification in file and queue
       *>    mode - the output is converted back to the source
       *>    encoding and compared line by line with the input; the
       *>    lines that do not come back are listed with the first
       *>    differing byte and the file is marked VERIFIED or
       *>    NOT-ROUNDTRIP in convqueue.rpt and the audit line
       *>  - BK: EBCDIC codepages IBM-037 and IBM-273, converted here
       *>    from byte-mapping tables loaded from codepages.tbl, as
       *>    source or target; the map is the target's repertoire,
       *>    so unmappable characters take the usual policy and
       *>    exception report
       *>  - BK: column-preserving record mode for fixed-width files
       *>    - the job names the field widths, each field is
       *>    converted on its own and padded back to its byte width;
       *>    a field that no longer fits is reported with record and
       *>    field number and the record is never truncated
       *>  - BK: restartable conversion queue - a checkpoint beside
       *>    the job file records each converted file; a rerun skips
       *>    those, retries the rest and says it is a restart in
       *>    convqueue.rpt and on its audit line
       *>
       IDENTIFICATION DIVISION.
       program-id. test-utf8.
           SELECT ENCTBL ASSIGN TO 'encodings.tbl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-tbl-status.
      *> byte-mapping tables for the codepages converted here rather
      *> than by convert-codepage - the EBCDIC family - again as data
           SELECT CPGTBL ASSIGN TO 'codepages.tbl'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-cpg-status.
      *> queue mode: the job file named by the CONVQUEUE environment
      *> setting, and the consolidated end-of-queue report
           SELECT QUEUEFILE ASSIGN TO wc-queue-file-name
           SELECT QRPT ASSIGN TO 'convqueue.rpt'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-qrpt-status.
      *> the queue's checkpoint, <job file>.ckpt: one completion
      *> record per converted file, so a rerun picks up where an
      *> interrupted or partly failed run left off
           SELECT QCKPT ASSIGN TO qckname
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wc-ckpt-status.
       *>**************************************************
       DATA DIVISION.
       FILE SECTION.
       01  CONVOUT-LINE               PIC X(500).
       FD  ENCTBL.
       01  ENCTBL-LINE                PIC X(80).
       FD  CPGTBL.
       01  CPGTBL-LINE                PIC X(80).
       FD  QUEUEFILE.
       01  QUEUEFILE-LINE             PIC X(200).
       FD  QRPT.
       01  QRPT-LINE                  PIC X(200).
       FD  QCKPT.
       01  QCKPT-LINE                 PIC X(200).
       *>**************************************************
       working-storage section.
       *> used in calls to dynamic libraries
       01  wc-representable-kz      PIC X(01)  VALUE 'Y'.
           88  CODEPOINT-REPRESENTABLE         VALUE 'Y'.
       01  wc-omitted-kz            PIC X(01)  VALUE 'N'.
      *> the byte-mapped codepages, loaded once per run from
      *> codepages.tbl: for each, the Unicode code point every one of
      *> its 256 bytes stands for. A codepage named as the target is
      *> encoded here byte by byte, its map doubling as its
      *> repertoire; named as the source, its bytes are decoded into
      *> the internal UTF-8 form first, as UTF-16 is. A codepage
      *> missing any of its sixteen chart rows is not used at all
       01  codepage-table.
           05  wc-cpg-status        PIC X(02)  VALUE SPACE.
           05  wc-cpg-loaded-kz     PIC X(01)  VALUE 'N'.
               88  CODEPAGES-LOADED            VALUE 'Y'.
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
       01  wn-cpg-to-idx            PIC 9(02)  VALUE ZERO.
       01  wn-cpg-from-idx          PIC 9(02)  VALUE ZERO.
       01  wn-cpg-use-idx           PIC 9(02)  VALUE ZERO.
       01  wn-cpg-byte              PIC 9(03)  VALUE ZERO.
       01  wn-cpg-len               PIC 9(03)  VALUE ZERO.
       01  wn-cpg-out-pos           PIC 9(03)  VALUE ZERO.
       01  wc-cpg-find-name         PIC X(20)  VALUE SPACE.
       01  wc-cpg-found-kz          PIC X(01)  VALUE 'N'.
           88  CPG-BYTE-FOUND                  VALUE 'Y'.
       01  wc-cpg-source-kz         PIC X(01)  VALUE 'N'.
           88  CODEPAGE-INPUT                  VALUE 'Y'.
       01  wc-cpg-bad-kz            PIC X(01)  VALUE 'N'.
           88  CODEPAGE-TABLE-BAD              VALUE 'Y'.
       01  wc-cpg-bad-name          PIC X(20)  VALUE SPACE.
       01  wn-cpg-look              PIC 9(02)  VALUE ZERO.
       01  wn-cpg-scan              PIC 9(03)  VALUE ZERO.
       01  wc-subst-post            PIC X(40)  VALUE SPACE.
       01  wc-subst-char            PIC X(01)  VALUE '?'.
       01  wn-target-limit          PIC 9(05)  VALUE ZERO.
       01  wc-file-ok-kz            PIC X(01)  VALUE 'Y'.
           88  FILE-CONVERTED                  VALUE 'Y'.
       01  wc-q-policy              PIC X(10)  VALUE SPACE.
      *> what follows the policy on a job line, in any order: the
      *> substitute character, VERIFY, and LAYOUT=w1,w2,...
       01  q-options.
           05  wc-q-opt             PIC X(120) OCCURS 3 TIMES.
       01  wn-q-opt                 PIC 9(01)  VALUE ZERO.
       01  wn-q-files               PIC 9(05)  VALUE ZERO.
       01  wn-q-converted           PIC 9(05)  VALUE ZERO.
       01  wn-q-failed              PIC 9(05)  VALUE ZERO.
       01  wn-q-lines               PIC 9(07)  VALUE ZERO.
       01  wn-q-errors              PIC 9(07)  VALUE ZERO.
       01  wn-q-unmap               PIC 9(07)  VALUE ZERO.
       01  wn-q-verified            PIC 9(05)  VALUE ZERO.
      *> restartable queue runs. The checkpoint starts with an H
      *> record stamped with the original run's start; each file
      *> converted adds a C record with its job-file line number,
      *> name and counts. A run that finds completion records is a
      *> restart: those files are skipped and reported as done in
      *> the original run, the rest - the one the run failed on
      *> included - are converted again. A run that leaves nothing
      *> failed empties the checkpoint behind it
       01  qckname                  PIC X(100) VALUE SPACE.
       01  wc-ckpt-status           PIC X(02)  VALUE SPACE.
       01  wc-ckpt-done-kz          PIC X(01)  VALUE 'N'.
           88  CKPT-READ-DONE                  VALUE 'Y'.
       01  wc-ckpt-ok-kz            PIC X(01)  VALUE 'N'.
           88  CKPT-AVAILABLE                  VALUE 'Y'.
       01  wc-restart-kz            PIC X(01)  VALUE 'N'.
           88  RESTART-RUN                     VALUE 'Y'.
       01  wc-orig-stamp            PIC X(14)  VALUE SPACE.
       01  ckpt-record.
           05  wc-ck-kind           PIC X(01).
           05  FILLER               PIC X(01).
           05  wc-ck-stamp          PIC X(14).
           05  FILLER               PIC X(01).
           05  wn-ck-jobline        PIC 9(05).
           05  FILLER               PIC X(01).
           05  wn-ck-lines          PIC 9(06).
           05  FILLER               PIC X(01).
           05  wn-ck-errors         PIC 9(06).
           05  FILLER               PIC X(01).
           05  wn-ck-unmap          PIC 9(06).
           05  FILLER               PIC X(01).
           05  wn-ck-lay-refused    PIC 9(06).
           05  FILLER               PIC X(01).
           05  wc-ck-verify         PIC X(13).
           05  FILLER               PIC X(01).
           05  wc-ck-file-name      PIC X(80).
       01  done-table.
           05  wn-done-count        PIC 9(03)  VALUE ZERO.
           05  done-entry OCCURS 500 TIMES.
               10  wn-done-jobline  PIC 9(05).
               10  wc-done-file     PIC X(80).
               10  wn-done-lines    PIC 9(06).
               10  wn-done-errors   PIC 9(06).
               10  wn-done-unmap    PIC 9(06).
               10  wn-done-lay      PIC 9(06).
               10  wc-done-verify   PIC X(13).
       01  wn-done-idx              PIC 9(03)  VALUE ZERO.
       01  wn-done-look             PIC 9(03)  VALUE ZERO.
       01  wn-q-jobline             PIC 9(05)  VALUE ZERO.
       01  wn-q-skipped             PIC 9(05)  VALUE ZERO.
       01  wn-o-lines               PIC 9(07)  VALUE ZERO.
       01  wn-o-errors              PIC 9(07)  VALUE ZERO.
       01  wn-o-unmap               PIC 9(07)  VALUE ZERO.
       01  wc-done-verify-tag       PIC X(24)  VALUE SPACE.
       01  wn-q-not-roundtrip       PIC 9(05)  VALUE ZERO.
      *> the CONVQUEUE audit line: counters first, the queue name
      *> last and cut to 30 bytes; a line that still does not fit
      *> in AUDIT-DETAIL ends in '>' instead of ']'
       01  wn-q-aud-ptr             PIC 9(03)  VALUE ZERO.
       01  wc-q-aud-name            PIC X(30)  VALUE SPACE.
       01  wc-q-aud-cut-kz          PIC X(01)  VALUE 'N'.
           88  QUEUE-AUDIT-CUT                 VALUE 'Y'.
      *> round-trip verification, asked for with the posted
      *> verify-roundtrip field or a VERIFY word on the job line. The
      *> converted file is read back beside its input, each line
      *> converted from the target back to the source encoding and
      *> compared with what went in; the file comes out VERIFIED or
      *> NOT-ROUNDTRIP
       01  wc-verify-kz             PIC X(01)  VALUE 'N'.
           88  VERIFY-REQUESTED                VALUE 'Y'.
       01  wc-verify-post           PIC X(40)  VALUE SPACE.
       01  wc-verify-result         PIC X(13)  VALUE SPACE.
           88  ROUNDTRIP-VERIFIED              VALUE 'VERIFIED'.
       01  wc-verify-tag            PIC X(24)  VALUE SPACE.
       01  wc-out-done-kz           PIC X(01)  VALUE 'N'.
           88  OUTPUT-IS-DONE                  VALUE 'Y'.
       01  wc-have-in-kz            PIC X(01)  VALUE 'N'.
           88  HAVE-INPUT-LINE                 VALUE 'Y'.
       01  wc-have-out-kz           PIC X(01)  VALUE 'N'.
           88  HAVE-OUTPUT-LINE                VALUE 'Y'.
       01  wc-back-line             PIC X(500) VALUE SPACE.
       01  wn-verify-line           PIC 9(06)  VALUE ZERO.
       01  wn-verify-fails          PIC 9(06)  VALUE ZERO.
       01  wn-diff-pos              PIC 9(03)  VALUE ZERO.
       01  wn-cmp-pos               PIC 9(03)  VALUE ZERO.
      *> column-preserving record mode for fixed-width files: the
      *> job names the byte width of every field (LAYOUT=w1,w2,...
      *> on the job line, or the posted record-layout field). Each
      *> field is converted on its own and padded back out to its
      *> width, so every later field stays in its columns; bytes
      *> past the last named field travel as one more field with
      *> nothing behind it. A field whose conversion no longer fits
      *> its width is reported with record and field number and the
      *> record is copied through unconverted - never truncated
       01  wc-layout-spec           PIC X(120) VALUE SPACE.
       01  wc-layout-kz             PIC X(01)  VALUE 'N'.
           88  LAYOUT-MODE                     VALUE 'Y'.
       01  wc-layout-ok-kz          PIC X(01)  VALUE 'Y'.
           88  LAYOUT-IS-VALID                 VALUE 'Y'.
       01  layout-table.
           05  wn-lay-count         PIC 9(02)  VALUE ZERO.
           05  wn-lay-width         PIC 9(03)  OCCURS 50 TIMES.
       01  wc-lay-item              PIC X(10)  VALUE SPACE.
       01  wn-lay-digits            PIC 9(02)  VALUE ZERO.
       01  wn-lay-ptr               PIC 9(03)  VALUE ZERO.
       01  wn-lay-end               PIC 9(03)  VALUE ZERO.
       01  wn-lay-total             PIC 9(05)  VALUE ZERO.
       01  wc-rec-raw               PIC X(500) VALUE SPACE.
       01  wc-rec-out               PIC X(500) VALUE SPACE.
       01  wc-rec-refused-kz        PIC X(01)  VALUE 'N'.
           88  RECORD-REFUSED                  VALUE 'Y'.
       01  wc-rec-invalid-kz        PIC X(01)  VALUE 'N'.
           88  RECORD-INVALID                  VALUE 'Y'.
       01  wc-fld-tail-kz           PIC X(01)  VALUE 'N'.
           88  TAIL-FIELD                      VALUE 'Y'.
       01  wn-fld-no                PIC 9(02)  VALUE ZERO.
       01  wn-fld-start             PIC 9(03)  VALUE ZERO.
       01  wn-fld-width             PIC 9(03)  VALUE ZERO.
       01  wn-fld-out-len           PIC 9(03)  VALUE ZERO.
       01  wn-fld-pad               PIC 9(03)  VALUE ZERO.
       01  wn-rec-len               PIC 9(03)  VALUE ZERO.
       01  wn-lay-refused           PIC 9(06)  VALUE ZERO.
       01  wn-q-lay-refused         PIC 9(07)  VALUE ZERO.
       01  wc-layout-tag            PIC X(30)  VALUE SPACE.
       01  wc-exc-where             PIC X(30)  VALUE SPACE.
       01  wc-vfy-out-raw           PIC X(500) VALUE SPACE.
       01  wc-layout-post           PIC X(120) VALUE SPACE.
       01  wc-rec-nofit-kz          PIC X(01)  VALUE 'N'.
           88  FIELD-DID-NOT-FIT               VALUE 'Y'.
       01  wn-next-start            PIC 9(03)  VALUE ZERO.
       01  wc-pad-char              PIC X(01)  VALUE SPACE.
       01  wc-fld-msg               PIC X(80)  VALUE SPACE.
       01  wn-vfy-fld               PIC 9(02)  VALUE ZERO.
      *> where an exception sat, for the report lines: line number,
      *> and in record mode the field number as well
       01  wn-exc-line              PIC 9(06)  VALUE ZERO.
       01  wn-exc-fld               PIC 9(02)  VALUE ZERO.
      *> BOM detection and UTF-16 decoding for the file path. The
      *> first line is read ahead for the BOM sniff and held here
      *> until the line loop asks for it; UTF-16 lines are decoded
                   MOVE wc-subst-post(1:1) TO wc-subst-char
               END-IF

               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-verify-post
               MOVE 'verify-roundtrip' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-verify-post
               MOVE 'N' TO wc-verify-kz
               IF wc-verify-post(1:1) = 'Y'
                 OR wc-verify-post(1:1) = 'y'
                   MOVE 'Y' TO wc-verify-kz
               END-IF

               MOVE ZERO TO wn-rtn-code
               MOVE SPACE TO wc-layout-post
               MOVE 'record-layout' TO wc-post-name
               CALL 'get-post-value' USING wn-rtn-code
                                           wc-post-name wc-layout-post
               MOVE wc-layout-post TO wc-layout-spec

               *> a posted file name switches to whole-file mode;
               *> the 40-byte single-string path stays as it was
               IF wc-file-name NOT = SPACE
           END-IF

           MOVE wc-send-value TO wc-converted-value
      *> a byte-mapped codepage is encoded here, not by the routine
           EVALUATE TRUE
               WHEN CODEPAGE-TABLE-BAD
                   MOVE SPACE TO wc-converted-value
                   DISPLAY '<p class="error">Codepage table for '
                       FUNCTION TRIM(wc-cpg-bad-name)
                       ' is incomplete in codepages.tbl - not '
                       'converted.</p>'
               WHEN wn-cpg-to-idx > ZERO
                   MOVE SPACE TO wc-policy-buffer
                   MOVE wc-send-value TO wc-policy-buffer
                   PERFORM B0560-ENCODE-CODEPAGE
                   MOVE wc-conv-line TO wc-converted-value
               WHEN OTHER
                   MOVE ZERO TO wn-rtn-code
                   CALL 'convert-codepage' USING wn-rtn-code
                                                  wc-send-value
                                                  wc-from-encoding
                                                  wc-to-encoding
                                                  wc-converted-value
           END-EVALUATE

           .
       *>**************************************************
           PERFORM B0510-SET-TARGET-LIMIT
           MOVE 'Y' TO wc-in-file-mode-kz
           MOVE ZERO TO wn-unmap-total
      *> half a byte map would convert part of the chart and garble
      *> the rest - the file is refused instead
           IF CODEPAGE-TABLE-BAD
               IF QUEUE-MODE
                   DISPLAY 'codepage table incomplete: '
                       FUNCTION TRIM(wc-cpg-bad-name)
               ELSE
                   DISPLAY '<p class="error">Codepage table for '
                       FUNCTION TRIM(wc-cpg-bad-name)
                       ' is incomplete in codepages.tbl - file not '
                       'converted.</p>'
               END-IF
               MOVE 'N' TO wc-file-ok-kz
               GO TO B0400-CONVERT-FILE-EXIT
           END-IF

           OPEN INPUT CONVIN
           IF wc-in-status NOT = '00'
      *> copied 'unconverted'
           PERFORM B0430-DETECT-BOM
               THRU B0430-DETECT-BOM-EXIT
           PERFORM B0435-SET-SOURCE-FORM
      *> record mode counts bytes - a UTF-16 source has no byte
      *> columns to keep, and a layout that cannot be read is never
      *> guessed at
           MOVE 'N' TO wc-layout-kz
           IF wc-layout-spec NOT = SPACE
               PERFORM B0490-PARSE-LAYOUT
                   THRU B0490-PARSE-LAYOUT-EXIT
               IF NOT LAYOUT-IS-VALID OR UTF16-INPUT
                   IF QUEUE-MODE
                       DISPLAY 'record layout not usable for '
                           FUNCTION TRIM(wc-file-name) ': '
                           FUNCTION TRIM(wc-layout-spec)
                   ELSE
                       DISPLAY '<p class="error">Record layout '
                           'not usable for this file: '
                           FUNCTION TRIM(wc-layout-spec) '</p>'
                   END-IF
                   CLOSE CONVIN
                   MOVE 'N' TO wc-file-ok-kz
                   GO TO B0400-CONVERT-FILE-EXIT
               END-IF
               MOVE 'Y' TO wc-layout-kz
           END-IF
           IF NOT QUEUE-MODE
             AND wc-detected-encoding NOT = wc-posted-from
               DISPLAY '<p>Detected source encoding: '

           MOVE ZERO TO wn-line-no
           MOVE ZERO TO wn-err-count
           MOVE ZERO TO wn-lay-refused
      *> wc-file-done-kz is owned by the BOM sniff above now - an
      *> empty file is already at end before the loop starts
      *> the list/summary markup belongs to the web response; the
                   FUNCTION TRIM(wc-to-encoding) ': ' wn-unmap-total
                   ', output written to '
                   FUNCTION TRIM(wc-outfile-name) '</p>'
               IF LAYOUT-MODE
                   DISPLAY '<p>Records copied unconverted because '
                       'a field no longer fits: ' wn-lay-refused
                       '</p>'
               END-IF
           END-IF

           CLOSE CONVIN
           CLOSE CONVOUT

           MOVE SPACE TO wc-verify-result
           IF VERIFY-REQUESTED
               PERFORM B0470-VERIFY-ROUNDTRIP
                   THRU B0470-VERIFY-ROUNDTRIP-EXIT
           END-IF

           PERFORM B0420-WRITE-FILE-AUDIT-LOG

           .
           END-IF

           ADD 1 TO wn-line-no
           IF LAYOUT-MODE
               PERFORM B0480-CONVERT-RECORD
                   THRU B0480-CONVERT-RECORD-EXIT
               GO TO B0410-CONVERT-ONE-LINE-EXIT
           END-IF
      *> UTF-16 and byte-mapped codepage input become the internal
      *> UTF-8 form first, so the validation and policy scans below
      *> run unchanged
           EVALUATE TRUE
               WHEN UTF16-INPUT
                   PERFORM B0440-DECODE-UTF16
                       THRU B0440-DECODE-UTF16-EXIT
               WHEN CODEPAGE-INPUT
                   MOVE wn-cpg-from-idx TO wn-cpg-use-idx
                   PERFORM B0565-DECODE-CODEPAGE
               WHEN OTHER
                   MOVE SPACE TO wc-scan-buffer
                   MOVE wc-raw-line TO wc-scan-buffer
           END-EVALUATE
           MOVE 500 TO wn-value-len
           PERFORM B0100-VALIDATE-UTF8

      *> its exceptions already listed above
                   WRITE CONVOUT-LINE FROM wc-raw-line
               ELSE
                   IF wn-cpg-to-idx > ZERO
                       PERFORM B0560-ENCODE-CODEPAGE
                   ELSE
                       MOVE SPACE TO wc-conv-line
                       MOVE wc-policy-buffer TO wc-conv-line
                       MOVE ZERO TO wn-rtn-code
                       CALL 'convert-codepage' USING wn-rtn-code
                                                      wc-policy-buffer
                                                      wc-from-encoding
                                                      wc-to-encoding
                                                      wc-conv-line
                   END-IF
                   WRITE CONVOUT-LINE FROM wc-conv-line
               END-IF
           ELSE
       B0410-CONVERT-ONE-LINE-EXIT.
           EXIT.
       *>**************************************************
       *> B0470-VERIFY-ROUNDTRIP: proves a conversion lost nothing.
       *> The input is read again exactly as B0400 read it (same BOM
       *> sniff, same UTF-16 decode) beside the converted output;
       *> every output line goes back through convert-codepage from
       *> the target to the source encoding and must come back byte
       *> for byte as the line that went in. Each line that does not
       *> is listed with its line number and the first byte where the
       *> two part company. Any such line - or a line count that no
       *> longer agrees - leaves the file NOT-ROUNDTRIP.
       B0470-VERIFY-ROUNDTRIP.

           MOVE 'NOT-ROUNDTRIP' TO wc-verify-result
           MOVE ZERO TO wn-verify-line
           MOVE ZERO TO wn-verify-fails

      *> the BOM sniff is run again from what was posted, so a UTF-16
      *> source is decoded the same way the conversion decoded it
           MOVE wc-posted-from TO wc-from-encoding
           OPEN INPUT CONVIN
           IF wc-in-status NOT = '00'
               GO TO B0470-VERIFY-ROUNDTRIP-EXIT
           END-IF
           MOVE wc-outfile-name TO cvoutname
           OPEN INPUT CONVOUT
           IF wc-out-status NOT = '00'
               CLOSE CONVIN
               GO TO B0470-VERIFY-ROUNDTRIP-EXIT
           END-IF
           PERFORM B0430-DETECT-BOM
               THRU B0430-DETECT-BOM-EXIT
           PERFORM B0435-SET-SOURCE-FORM

           IF NOT QUEUE-MODE
               DISPLAY '<ul>'
           END-IF
           MOVE 'N' TO wc-out-done-kz
           PERFORM B0475-VERIFY-ONE-LINE
               THRU B0475-VERIFY-ONE-LINE-EXIT
               UNTIL FILE-IS-DONE AND OUTPUT-IS-DONE

           CLOSE CONVIN
           CLOSE CONVOUT

           IF wn-verify-fails = ZERO
               MOVE 'VERIFIED' TO wc-verify-result
           END-IF
           IF NOT QUEUE-MODE
               DISPLAY '</ul>'
               DISPLAY '<p>Round-trip check: '
                   FUNCTION TRIM(wc-verify-result)
                   ', lines compared: ' wn-verify-line
                   ', lines not restored: ' wn-verify-fails '</p>'
           END-IF

           .
       B0470-VERIFY-ROUNDTRIP-EXIT.
           EXIT.
       *>**************************************************
       B0475-VERIFY-ONE-LINE.

           MOVE 'N' TO wc-have-in-kz
           MOVE 'N' TO wc-have-out-kz

      *> the output side goes first - decoding a byte-mapped line
      *> borrows the raw-line and scan buffers the input side fills
           IF NOT OUTPUT-IS-DONE
               READ CONVOUT
                   AT END
                       MOVE 'Y' TO wc-out-done-kz
                   NOT AT END
                       MOVE 'Y' TO wc-have-out-kz
               END-READ
           END-IF
      *> in record mode the lines are kept raw and taken apart field
      *> by field by B0479
           IF HAVE-OUTPUT-LINE AND LAYOUT-MODE
               MOVE CONVOUT-LINE TO wc-vfy-out-raw
           END-IF
           IF HAVE-OUTPUT-LINE AND NOT LAYOUT-MODE
               MOVE SPACE TO wc-back-line
               IF wn-cpg-to-idx > ZERO
                   MOVE CONVOUT-LINE TO wc-raw-line
                   MOVE wn-cpg-to-idx TO wn-cpg-use-idx
                   PERFORM B0565-DECODE-CODEPAGE
                   MOVE wc-scan-buffer TO wc-back-line
               ELSE
                   MOVE SPACE TO wc-conv-line
                   MOVE CONVOUT-LINE TO wc-conv-line
                   MOVE ZERO TO wn-rtn-code
                   CALL 'convert-codepage' USING wn-rtn-code
                                                  wc-conv-line
                                                  wc-to-encoding
                                                  wc-from-encoding
                                                  wc-back-line
               END-IF
           END-IF

           IF NOT FILE-IS-DONE
               IF HAVE-PENDING-LINE
                   MOVE wc-pend-line TO wc-raw-line
                   MOVE 'N' TO wc-pend-kz
                   MOVE 'Y' TO wc-have-in-kz
               ELSE
                   READ CONVIN
                       AT END
                           MOVE 'Y' TO wc-file-done-kz
                       NOT AT END
                           MOVE CONVIN-LINE TO wc-raw-line
                           MOVE 'Y' TO wc-have-in-kz
                   END-READ
               END-IF
           END-IF
           IF HAVE-INPUT-LINE AND LAYOUT-MODE
               MOVE wc-raw-line TO wc-rec-raw
           END-IF
           IF HAVE-INPUT-LINE AND NOT LAYOUT-MODE
               EVALUATE TRUE
                   WHEN UTF16-INPUT
                       PERFORM B0440-DECODE-UTF16
                           THRU B0440-DECODE-UTF16-EXIT
                   WHEN CODEPAGE-INPUT
                       MOVE wn-cpg-from-idx TO wn-cpg-use-idx
                       PERFORM B0565-DECODE-CODEPAGE
                   WHEN OTHER
                       MOVE SPACE TO wc-scan-buffer
                       MOVE wc-raw-line TO wc-scan-buffer
               END-EVALUATE
           END-IF

           IF NOT HAVE-INPUT-LINE AND NOT HAVE-OUTPUT-LINE
               GO TO B0475-VERIFY-ONE-LINE-EXIT
           END-IF
           ADD 1 TO wn-verify-line

      *> a line on one side only is a failure at its first byte
           MOVE ZERO TO wn-diff-pos
           MOVE ZERO TO wn-vfy-fld
           IF HAVE-INPUT-LINE AND HAVE-OUTPUT-LINE
               IF LAYOUT-MODE
                   PERFORM B0479-VERIFY-RECORD
               ELSE
                   PERFORM B0478-COMPARE-BYTE
                       VARYING wn-cmp-pos FROM 1 BY 1
                       UNTIL wn-cmp-pos > 500 OR wn-diff-pos > 0
               END-IF
           ELSE
               MOVE 1 TO wn-diff-pos
           END-IF
           IF wn-diff-pos = ZERO
               GO TO B0475-VERIFY-ONE-LINE-EXIT
           END-IF

           ADD 1 TO wn-verify-fails
           MOVE wn-verify-line TO wn-exc-line
           MOVE wn-vfy-fld TO wn-exc-fld
           PERFORM B0525-SET-EXCEPTION-WHERE
           IF QUEUE-MODE
               DISPLAY FUNCTION TRIM(wc-exc-where)
                   ': round trip differs at byte ' wn-diff-pos
      *> the console trace of a batch run is easily lost - the
      *> failing lines go into the consolidated report as well
               MOVE SPACE TO QRPT-LINE
               STRING
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-file-name) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-exc-where) DELIMITED BY SIZE
                   ': round trip differs at byte ' DELIMITED BY SIZE
                   wn-diff-pos DELIMITED BY SIZE
                   INTO QRPT-LINE
               END-STRING
               WRITE QRPT-LINE
           ELSE
               DISPLAY '<li>' FUNCTION TRIM(wc-exc-where)
                   ': round trip differs at byte ' wn-diff-pos
                   '</li>'
           END-IF

           .
       B0475-VERIFY-ONE-LINE-EXIT.
           EXIT.
       *>**************************************************
       B0478-COMPARE-BYTE.

           IF wc-scan-buffer(wn-cmp-pos:1)
               NOT = wc-back-line(wn-cmp-pos:1)
               MOVE wn-cmp-pos TO wn-diff-pos
           END-IF

           .
       *>**************************************************
       *> B0479-VERIFY-RECORD: the record-mode round trip. Field by
       *> field, the output columns go back to the source encoding
       *> and are compared with the same columns of the input, so a
       *> field that merely changed byte length in the target still
       *> verifies; the first field that does not come back is named
       *> with the byte within it where the two part company.
       B0479-VERIFY-RECORD.

           MOVE 1 TO wn-next-start
           PERFORM B0477-VERIFY-FIELD
               THRU B0477-VERIFY-FIELD-EXIT
               VARYING wn-fld-no FROM 1 BY 1
               UNTIL wn-fld-no > wn-lay-count + 1
                  OR wn-diff-pos > 0

           .
       *>**************************************************
       B0477-VERIFY-FIELD.

           MOVE wn-next-start TO wn-fld-start
           IF wn-fld-no > wn-lay-count
               IF wn-fld-start > 500
                   GO TO B0477-VERIFY-FIELD-EXIT
               END-IF
               COMPUTE wn-fld-width = 501 - wn-fld-start
           ELSE
               MOVE wn-lay-width(wn-fld-no) TO wn-fld-width
           END-IF
           ADD wn-fld-width TO wn-next-start

           MOVE SPACE TO wc-raw-line
           MOVE wc-vfy-out-raw(wn-fld-start:wn-fld-width)
               TO wc-raw-line
           MOVE SPACE TO wc-back-line
           IF wn-cpg-to-idx > ZERO
               MOVE wn-cpg-to-idx TO wn-cpg-use-idx
               PERFORM B0565-DECODE-CODEPAGE
               MOVE wc-scan-buffer TO wc-back-line
           ELSE
               MOVE SPACE TO wc-conv-line
               MOVE wc-raw-line TO wc-conv-line
               MOVE ZERO TO wn-rtn-code
               CALL 'convert-codepage' USING wn-rtn-code
                                              wc-conv-line
                                              wc-to-encoding
                                              wc-from-encoding
                                              wc-back-line
           END-IF

           MOVE SPACE TO wc-raw-line
           MOVE wc-rec-raw(wn-fld-start:wn-fld-width) TO wc-raw-line
           IF CODEPAGE-INPUT
               MOVE wn-cpg-from-idx TO wn-cpg-use-idx
               PERFORM B0565-DECODE-CODEPAGE
           ELSE
               MOVE SPACE TO wc-scan-buffer
               MOVE wc-raw-line TO wc-scan-buffer
           END-IF

           PERFORM B0478-COMPARE-BYTE
               VARYING wn-cmp-pos FROM 1 BY 1
               UNTIL wn-cmp-pos > 500 OR wn-diff-pos > 0
           IF wn-diff-pos > ZERO
               MOVE wn-fld-no TO wn-vfy-fld
           END-IF

           .
       B0477-VERIFY-FIELD-EXIT.
           EXIT.
       *>**************************************************
       *> B0480-CONVERT-RECORD: one fixed-width record in record
       *> mode. Every field goes through the same decode, UTF-8
       *> scan, policy and conversion a whole line does, and lands
       *> back at its own columns padded to its width with the
       *> target's space. A field that is not well-formed, one the
       *> REJECT policy refuses, or one whose conversion outgrows
       *> its width sends the whole record through as it came in.
       B0480-CONVERT-RECORD.

           MOVE wc-raw-line TO wc-rec-raw
           MOVE SPACE TO wc-rec-out
           MOVE 'N' TO wc-rec-refused-kz
           MOVE 'N' TO wc-rec-invalid-kz
           MOVE 'N' TO wc-rec-nofit-kz
           MOVE ZERO TO wn-rec-len
           INSPECT FUNCTION REVERSE(wc-rec-raw)
               TALLYING wn-rec-len FOR LEADING SPACE
           COMPUTE wn-rec-len = 500 - wn-rec-len

      *> an EBCDIC target pads with its own space, not X'20'
           MOVE SPACE TO wc-pad-char
           IF wn-cpg-to-idx > ZERO
               MOVE wn-cpg-to-idx TO wn-cpg-use-idx
               MOVE 32 TO wn-codepoint
               PERFORM B0545-FIND-CODEPAGE-BYTE
               IF CPG-BYTE-FOUND
                   MOVE FUNCTION CHAR(wn-cpg-byte + 1) TO wc-pad-char
               END-IF
           END-IF

           MOVE 1 TO wn-next-start
           PERFORM B0485-CONVERT-FIELD
               THRU B0485-CONVERT-FIELD-EXIT
               VARYING wn-fld-no FROM 1 BY 1
               UNTIL wn-fld-no > wn-lay-count + 1

           IF RECORD-INVALID
               ADD 1 TO wn-err-count
           END-IF
           IF FIELD-DID-NOT-FIT
               ADD 1 TO wn-lay-refused
           END-IF
           IF RECORD-REFUSED
               WRITE CONVOUT-LINE FROM wc-rec-raw
           ELSE
               WRITE CONVOUT-LINE FROM wc-rec-out
           END-IF

           .
       B0480-CONVERT-RECORD-EXIT.
           EXIT.
       *>**************************************************
       B0485-CONVERT-FIELD.

           MOVE wn-next-start TO wn-fld-start
           IF wn-fld-no > wn-lay-count
               MOVE 'Y' TO wc-fld-tail-kz
               IF wn-fld-start > wn-rec-len
                   GO TO B0485-CONVERT-FIELD-EXIT
               END-IF
               COMPUTE wn-fld-width = wn-rec-len - wn-fld-start + 1
           ELSE
               MOVE 'N' TO wc-fld-tail-kz
               MOVE wn-lay-width(wn-fld-no) TO wn-fld-width
           END-IF
           ADD wn-fld-width TO wn-next-start

           MOVE SPACE TO wc-raw-line
           MOVE wc-rec-raw(wn-fld-start:wn-fld-width) TO wc-raw-line
           IF CODEPAGE-INPUT
               MOVE wn-cpg-from-idx TO wn-cpg-use-idx
               PERFORM B0565-DECODE-CODEPAGE
           ELSE
               MOVE SPACE TO wc-scan-buffer
               MOVE wc-raw-line TO wc-scan-buffer
           END-IF
           MOVE 500 TO wn-value-len
           PERFORM B0100-VALIDATE-UTF8
           IF UTF8-IS-INVALID
               MOVE 'Y' TO wc-rec-invalid-kz
               MOVE 'Y' TO wc-rec-refused-kz
               MOVE SPACE TO wc-fld-msg
               STRING
                   'invalid UTF-8 at byte ' DELIMITED BY SIZE
                   wn-bad-offset DELIMITED BY SIZE
                   ' - record copied unconverted' DELIMITED BY SIZE
                   INTO wc-fld-msg
               END-STRING
               PERFORM B0487-REPORT-FIELD
               GO TO B0485-CONVERT-FIELD-EXIT
           END-IF

           PERFORM B0500-APPLY-POLICY
               THRU B0500-APPLY-POLICY-EXIT
           ADD wn-unmap-count TO wn-unmap-total
           IF POLICY-REJECT AND wn-unmap-count > 0
               MOVE 'Y' TO wc-rec-refused-kz
               GO TO B0485-CONVERT-FIELD-EXIT
           END-IF

           IF wn-cpg-to-idx > ZERO
               PERFORM B0560-ENCODE-CODEPAGE
               MOVE wn-cpg-out-pos TO wn-fld-out-len
           ELSE
               MOVE SPACE TO wc-conv-line
               MOVE wc-policy-buffer TO wc-conv-line
               MOVE ZERO TO wn-rtn-code
               CALL 'convert-codepage' USING wn-rtn-code
                                              wc-policy-buffer
                                              wc-from-encoding
                                              wc-to-encoding
                                              wc-conv-line
               MOVE ZERO TO wn-fld-out-len
               INSPECT FUNCTION REVERSE(wc-conv-line)
                   TALLYING wn-fld-out-len FOR LEADING SPACE
               COMPUTE wn-fld-out-len = 500 - wn-fld-out-len
           END-IF

      *> the last field may run to the end of the record, no further
           IF TAIL-FIELD
               COMPUTE wn-fld-pad = 501 - wn-fld-start
           ELSE
               MOVE wn-fld-width TO wn-fld-pad
           END-IF
           IF wn-fld-out-len > wn-fld-pad
               MOVE 'Y' TO wc-rec-refused-kz
               MOVE 'Y' TO wc-rec-nofit-kz
               MOVE SPACE TO wc-fld-msg
               STRING
                   'converts to ' DELIMITED BY SIZE
                   wn-fld-out-len DELIMITED BY SIZE
                   ' bytes, field holds ' DELIMITED BY SIZE
                   wn-fld-pad DELIMITED BY SIZE
                   ' - record copied unconverted' DELIMITED BY SIZE
                   INTO wc-fld-msg
               END-STRING
               PERFORM B0487-REPORT-FIELD
               GO TO B0485-CONVERT-FIELD-EXIT
           END-IF

           IF wn-fld-out-len > ZERO
               MOVE wc-conv-line(1:wn-fld-out-len)
                   TO wc-rec-out(wn-fld-start:wn-fld-out-len)
           END-IF
           IF NOT TAIL-FIELD AND wn-fld-out-len < wn-fld-width
             AND wc-pad-char NOT = SPACE
               COMPUTE wn-fld-pad = wn-fld-width - wn-fld-out-len
               INSPECT wc-rec-out(wn-fld-start + wn-fld-out-len:
                   wn-fld-pad) REPLACING ALL SPACE BY wc-pad-char
           END-IF

           .
       B0485-CONVERT-FIELD-EXIT.
           EXIT.
       *>**************************************************
       *> B0487-REPORT-FIELD: one record-mode exception, wc-fld-msg
       *> for the current record and field - on the console and in
       *> convqueue.rpt for a queue run, as a list item on the web
       B0487-REPORT-FIELD.

           MOVE wn-line-no TO wn-exc-line
           MOVE wn-fld-no TO wn-exc-fld
           PERFORM B0525-SET-EXCEPTION-WHERE
           IF QUEUE-MODE
               DISPLAY FUNCTION TRIM(wc-exc-where) ': '
                   FUNCTION TRIM(wc-fld-msg)
               MOVE SPACE TO QRPT-LINE
               STRING
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-file-name) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-exc-where) DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-fld-msg) DELIMITED BY SIZE
                   INTO QRPT-LINE
               END-STRING
               WRITE QRPT-LINE
           ELSE
               DISPLAY '<li>' FUNCTION TRIM(wc-exc-where) ': '
                   FUNCTION TRIM(wc-fld-msg) '</li>'
           END-IF

           .
       *>**************************************************
       *> B0490-PARSE-LAYOUT: the field widths, comma separated, out
       *> of wc-layout-spec into the layout table. Every width must
       *> be a number from 1 to 999, at most fifty of them, and
       *> together no wider than a 500-byte record.
       B0490-PARSE-LAYOUT.

           MOVE 'Y' TO wc-layout-ok-kz
           MOVE ZERO TO wn-lay-count
           MOVE ZERO TO wn-lay-total
           MOVE 1 TO wn-lay-ptr
           MOVE ZERO TO wn-lay-end
           INSPECT FUNCTION REVERSE(wc-layout-spec)
               TALLYING wn-lay-end FOR LEADING SPACE
           COMPUTE wn-lay-end = 120 - wn-lay-end
           PERFORM B0491-PARSE-ONE-WIDTH
               THRU B0491-PARSE-ONE-WIDTH-EXIT
               UNTIL wn-lay-ptr > wn-lay-end OR NOT LAYOUT-IS-VALID
           IF wn-lay-count = ZERO OR wn-lay-total > 500
               MOVE 'N' TO wc-layout-ok-kz
           END-IF

           .
       B0490-PARSE-LAYOUT-EXIT.
           EXIT.
       *>**************************************************
       B0491-PARSE-ONE-WIDTH.

           MOVE SPACE TO wc-lay-item
           UNSTRING wc-layout-spec(1:wn-lay-end) DELIMITED BY ','
               INTO wc-lay-item
               WITH POINTER wn-lay-ptr
           END-UNSTRING

           MOVE ZERO TO wn-lay-digits
           INSPECT wc-lay-item TALLYING wn-lay-digits
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF wn-lay-digits = ZERO OR wn-lay-digits > 3
               MOVE 'N' TO wc-layout-ok-kz
               GO TO B0491-PARSE-ONE-WIDTH-EXIT
           END-IF
           IF wc-lay-item(1:wn-lay-digits) IS NOT NUMERIC
             OR wn-lay-count >= 50
               MOVE 'N' TO wc-layout-ok-kz
               GO TO B0491-PARSE-ONE-WIDTH-EXIT
           END-IF

           ADD 1 TO wn-lay-count
           MOVE FUNCTION NUMVAL(wc-lay-item(1:wn-lay-digits))
               TO wn-lay-width(wn-lay-count)
           IF wn-lay-width(wn-lay-count) = ZERO
               MOVE 'N' TO wc-layout-ok-kz
           END-IF
           ADD wn-lay-width(wn-lay-count) TO wn-lay-total

           .
       B0491-PARSE-ONE-WIDTH-EXIT.
           EXIT.
       *>**************************************************
       *> B0430-DETECT-BOM: reads the file's first line ahead and
       *> looks at its leading bytes. EF BB BF says UTF-8, FF FE
       *> says UTF-16LE, FE FF says UTF-16BE; the mark itself is
       B0430-DETECT-BOM-EXIT.
           EXIT.
       *>**************************************************
       *> B0435-SET-SOURCE-FORM: a source named as a byte-mapped
       *> codepage (and not overruled by a BOM) is decoded line by
       *> line into UTF-8, so from here on the conversion proper
       *> treats it as UTF-8 - as it does a UTF-16 source. The audit
       *> line keeps the posted name.
       B0435-SET-SOURCE-FORM.

           MOVE 'N' TO wc-cpg-source-kz
           IF wn-cpg-from-idx > ZERO AND NOT UTF16-INPUT
               MOVE 'Y' TO wc-cpg-source-kz
               MOVE 'UTF-8' TO wc-from-encoding
           END-IF

           .
       *>**************************************************
       *> B0440-DECODE-UTF16: one raw line of UTF-16 units into the
       *> UTF-8 scan buffer. LINE SEQUENTIAL splits the file at the
       *> 0A byte of the newline, so a LE line arrives with the
           MOVE ZERO TO wn-unmap-count
           MOVE SPACE TO wc-policy-buffer

      *> only a target with neither a repertoire entry, a ceiling nor
      *> a byte map passes through unexamined
           IF wn-enc-idx = ZERO AND wn-target-limit = ZERO
             AND wn-cpg-to-idx = ZERO
               MOVE wc-scan-buffer TO wc-policy-buffer
               GO TO B0500-APPLY-POLICY-EXIT
           END-IF
               END-IF
           END-PERFORM

      *> a byte-mapped codepage on either side is converted here, its
      *> map doubling as the target repertoire
           IF NOT CODEPAGES-LOADED
               PERFORM B0514-LOAD-CODEPAGES
                   THRU B0514-LOAD-CODEPAGES-EXIT
           END-IF
           MOVE 'N' TO wc-cpg-bad-kz
           MOVE wc-to-encoding TO wc-cpg-find-name
           PERFORM B0517-FIND-CODEPAGE
           MOVE wn-cpg-idx TO wn-cpg-to-idx
           MOVE wc-from-encoding TO wc-cpg-find-name
           PERFORM B0517-FIND-CODEPAGE
           MOVE wn-cpg-idx TO wn-cpg-from-idx

      *> the ceiling stays as the fallback for a target the table
      *> does not cover - nothing gets less protection than it had
      *> before the tables existed
       B0513-LOAD-ONE-RULE-EXIT.
           EXIT.
       *>**************************************************
       *> B0514-LOAD-CODEPAGES: codepages.tbl into the codepage
       *> table, once per run. One line per row of a code chart:
       *> codepage name, ROW, the row's hex digit, then the sixteen
       *> decimal code points its bytes stand for. A missing file
       *> leaves the table empty and every codepage to
       *> convert-codepage, as before.
       B0514-LOAD-CODEPAGES.

           MOVE 'Y' TO wc-cpg-loaded-kz
           MOVE ZERO TO wn-cpg-count
           OPEN INPUT CPGTBL
           IF wc-cpg-status NOT = '00'
               GO TO B0514-LOAD-CODEPAGES-EXIT
           END-IF

           MOVE 'N' TO wc-cpg-done-kz
           PERFORM B0515-LOAD-ONE-ROW
               THRU B0515-LOAD-ONE-ROW-EXIT
               UNTIL CODEPAGE-READ-DONE

           CLOSE CPGTBL

           .
       B0514-LOAD-CODEPAGES-EXIT.
           EXIT.
       *>**************************************************
       B0515-LOAD-ONE-ROW.

           READ CPGTBL
               AT END
                   MOVE 'Y' TO wc-cpg-done-kz
                   GO TO B0515-LOAD-ONE-ROW-EXIT
           END-READ

           IF CPGTBL-LINE = SPACE OR CPGTBL-LINE(1:1) = '*'
               GO TO B0515-LOAD-ONE-ROW-EXIT
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

      *> a short or unreadable row never half-fills a chart - it is
      *> dropped, and the codepage stays unusable until it is fixed
           IF wc-cpg-line-kind NOT = 'ROW' OR wn-cpg-fields < 19
               GO TO B0515-LOAD-ONE-ROW-EXIT
           END-IF
           MOVE ZERO TO wn-cpg-row
           INSPECT wc-hex-digits TALLYING wn-cpg-row
               FOR CHARACTERS BEFORE INITIAL wc-cpg-line-row(1:1)
           IF wn-cpg-row > 15 OR wc-cpg-line-row(2:1) NOT = SPACE
               GO TO B0515-LOAD-ONE-ROW-EXIT
           END-IF

           IF wn-cpg-count = ZERO
             OR wc-cpg-name(wn-cpg-count) NOT = wc-cpg-line-enc
               IF wn-cpg-count >= 5
                   GO TO B0515-LOAD-ONE-ROW-EXIT
               END-IF
               ADD 1 TO wn-cpg-count
               INITIALIZE cpg-entry(wn-cpg-count)
               MOVE wc-cpg-line-enc TO wc-cpg-name(wn-cpg-count)
           END-IF

           IF wc-cpg-row-kz(wn-cpg-count, wn-cpg-row + 1) NOT = 'Y'
               MOVE 'Y' TO wc-cpg-row-kz(wn-cpg-count, wn-cpg-row + 1)
               ADD 1 TO wn-cpg-rows(wn-cpg-count)
           END-IF
           PERFORM B0516-STORE-ONE-CODEPOINT
               VARYING wn-cpg-col FROM 1 BY 1
               UNTIL wn-cpg-col > 16

           .
       B0515-LOAD-ONE-ROW-EXIT.
           EXIT.
       *>**************************************************
       B0516-STORE-ONE-CODEPOINT.

           COMPUTE wn-cpg-byte = wn-cpg-row * 16 + wn-cpg-col
           MOVE wn-cpg-val(wn-cpg-col)
               TO wn-cpg-cp(wn-cpg-count, wn-cpg-byte)

           .
       *>**************************************************
       *> B0517-FIND-CODEPAGE: wn-cpg-idx for wc-cpg-find-name, zero
       *> when it is no byte-mapped codepage. A codepage on file
       *> without all sixteen rows is flagged bad instead of used.
       B0517-FIND-CODEPAGE.

           MOVE ZERO TO wn-cpg-idx
           PERFORM B0518-MATCH-ONE-CODEPAGE
               VARYING wn-cpg-look FROM 1 BY 1
               UNTIL wn-cpg-look > wn-cpg-count
                  OR wn-cpg-idx > 0
           IF wn-cpg-idx > ZERO
               IF wn-cpg-rows(wn-cpg-idx) < 16
                   MOVE 'Y' TO wc-cpg-bad-kz
                   MOVE wc-cpg-name(wn-cpg-idx) TO wc-cpg-bad-name
                   MOVE ZERO TO wn-cpg-idx
               END-IF
           END-IF

           .
       *>**************************************************
       B0518-MATCH-ONE-CODEPAGE.

           IF wc-cpg-name(wn-cpg-look) = wc-cpg-find-name
               MOVE wn-cpg-look TO wn-cpg-idx
           END-IF

           .
       *>**************************************************
       *> B0540-CHECK-REPRESENTABLE: can the target hold
       *> wn-codepoint? With a repertoire entry: yes when an
       *> allow-rule covers it and no omit-rule names it. Without
       *> one: the numeric ceiling decides, as it always did.
       B0540-CHECK-REPRESENTABLE.

      *> a byte-mapped target holds exactly what its map names
           IF wn-cpg-to-idx > ZERO
               MOVE wn-cpg-to-idx TO wn-cpg-use-idx
               PERFORM B0545-FIND-CODEPAGE-BYTE
               IF CPG-BYTE-FOUND
                   MOVE 'Y' TO wc-representable-kz
               ELSE
                   MOVE 'N' TO wc-representable-kz
               END-IF
               GO TO B0540-CHECK-REPRESENTABLE-EXIT
           END-IF

           IF wn-enc-idx = ZERO
               IF wn-codepoint <= wn-target-limit
                   MOVE 'Y' TO wc-representable-kz
       B0540-CHECK-REPRESENTABLE-EXIT.
           EXIT.
       *>**************************************************
       *> B0545-FIND-CODEPAGE-BYTE: the byte codepage wn-cpg-use-idx
       *> has for wn-codepoint, into wn-cpg-byte
       B0545-FIND-CODEPAGE-BYTE.

           MOVE 'N' TO wc-cpg-found-kz
           MOVE ZERO TO wn-cpg-byte
           PERFORM B0546-MATCH-ONE-BYTE
               VARYING wn-cpg-scan FROM 1 BY 1
               UNTIL wn-cpg-scan > 256 OR CPG-BYTE-FOUND

           .
       *>**************************************************
       B0546-MATCH-ONE-BYTE.

           IF wn-cpg-cp(wn-cpg-use-idx, wn-cpg-scan) = wn-codepoint
               MOVE 'Y' TO wc-cpg-found-kz
               COMPUTE wn-cpg-byte = wn-cpg-scan - 1
           END-IF

           .
       *>**************************************************
       *> B0560-ENCODE-CODEPAGE: the policy buffer - UTF-8 holding
       *> only what the target can take, or the substitutes the
       *> policy put in - into target bytes in wc-conv-line, one
       *> byte per character. Should anything unmapped still arrive
       *> (a substitute character the codepage lacks) it becomes the
       *> codepage's SUB byte, X'3F'.
       B0560-ENCODE-CODEPAGE.

           MOVE SPACE TO wc-conv-line
           MOVE wn-cpg-to-idx TO wn-cpg-use-idx
           MOVE ZERO TO wn-cpg-len
           INSPECT FUNCTION REVERSE(wc-policy-buffer)
               TALLYING wn-cpg-len FOR LEADING SPACE
           COMPUTE wn-cpg-len = 500 - wn-cpg-len
           MOVE ZERO TO wn-cpg-out-pos
           MOVE 1 TO wn-byte-pos
           PERFORM B0561-ENCODE-ONE-CHAR
               THRU B0561-ENCODE-ONE-CHAR-EXIT
               UNTIL wn-byte-pos > wn-cpg-len

           .
       *>**************************************************
       B0561-ENCODE-ONE-CHAR.

           COMPUTE wn-this-byte =
               FUNCTION ORD(wc-policy-buffer(wn-byte-pos:1)) - 1
           EVALUATE TRUE
               WHEN wn-this-byte <= 127
                   MOVE 1 TO wn-seq-len
                   MOVE wn-this-byte TO wn-codepoint
               WHEN wn-this-byte >= 192 AND wn-this-byte <= 223
                   MOVE 2 TO wn-seq-len
                   COMPUTE wn-seq-byte = FUNCTION ORD(
                       wc-policy-buffer(wn-byte-pos + 1:1)) - 1
                   COMPUTE wn-codepoint =
                       (wn-this-byte - 192) * 64
                       + wn-seq-byte - 128
               WHEN wn-this-byte >= 224 AND wn-this-byte <= 239
                   MOVE 3 TO wn-seq-len
                   COMPUTE wn-seq-byte = FUNCTION ORD(
                       wc-policy-buffer(wn-byte-pos + 1:1)) - 1
                   COMPUTE wn-codepoint =
                       (wn-this-byte - 224) * 4096
                       + (wn-seq-byte - 128) * 64
                   COMPUTE wn-seq-byte = FUNCTION ORD(
                       wc-policy-buffer(wn-byte-pos + 2:1)) - 1
                   ADD wn-seq-byte TO wn-codepoint
                   SUBTRACT 128 FROM wn-codepoint
               WHEN OTHER
      *> four-byte sequences and stray bytes have no place in a
      *> single-byte chart
                   MOVE 1 TO wn-seq-len
                   IF wn-this-byte >= 240 AND wn-this-byte <= 244
                       MOVE 4 TO wn-seq-len
                   END-IF
                   MOVE 9999999 TO wn-codepoint
           END-EVALUATE

           PERFORM B0545-FIND-CODEPAGE-BYTE
           IF NOT CPG-BYTE-FOUND
               MOVE 63 TO wn-cpg-byte
           END-IF
           IF wn-cpg-out-pos < 500
               ADD 1 TO wn-cpg-out-pos
               MOVE FUNCTION CHAR(wn-cpg-byte + 1)
                   TO wc-conv-line(wn-cpg-out-pos:1)
           END-IF
           ADD wn-seq-len TO wn-byte-pos

           .
       B0561-ENCODE-ONE-CHAR-EXIT.
           EXIT.
       *>**************************************************
       *> B0565-DECODE-CODEPAGE: one line of codepage wn-cpg-use-idx
       *> bytes in wc-raw-line into UTF-8 in wc-scan-buffer, through
       *> the same emitter the UTF-16 decode uses. The line ends at
       *> its last byte that is not record padding.
       B0565-DECODE-CODEPAGE.

           MOVE SPACE TO wc-scan-buffer
           MOVE ZERO TO wn-out16-pos
           MOVE ZERO TO wn-cpg-len
           INSPECT FUNCTION REVERSE(wc-raw-line)
               TALLYING wn-cpg-len FOR LEADING SPACE
           COMPUTE wn-cpg-len = 500 - wn-cpg-len
           PERFORM B0566-DECODE-ONE-BYTE
               VARYING wn-raw-pos FROM 1 BY 1
               UNTIL wn-raw-pos > wn-cpg-len

           .
       *>**************************************************
       B0566-DECODE-ONE-BYTE.

           COMPUTE wn-cpg-scan =
               FUNCTION ORD(wc-raw-line(wn-raw-pos:1))
           MOVE wn-cpg-cp(wn-cpg-use-idx, wn-cpg-scan) TO wn-cp-work
           PERFORM B0445-EMIT-UTF8
               THRU B0445-EMIT-UTF8-EXIT

           .
       *>**************************************************
       *> B0520-REPORT-EXCEPTION: one exception line per lost
       *> character - the code point in U+ notation and the byte
       *> offset it sat at, plus the line number in file mode - so
               MOVE wn-hex-rest TO wn-hex-work
           END-PERFORM

      *> in record mode the byte offset counts from the start of the
      *> field, and the field is named
           MOVE wn-line-no TO wn-exc-line
           MOVE ZERO TO wn-exc-fld
           IF LAYOUT-MODE
               MOVE wn-fld-no TO wn-exc-fld
           END-IF
           PERFORM B0525-SET-EXCEPTION-WHERE

           IF QUEUE-MODE
      *> the queue run's console trace stays plain - no browser is
      *> reading it
               IF wn-codepoint > 65535
                   DISPLAY FUNCTION TRIM(wc-exc-where)
                       ': unmappable U+' wc-cp-hex
                       ' at byte ' wn-byte-pos
               ELSE
                   DISPLAY FUNCTION TRIM(wc-exc-where)
                       ': unmappable U+' wc-cp-hex(3:4)
                       ' at byte ' wn-byte-pos
               END-IF
           ELSE
           IF IN-FILE-MODE
               IF wn-codepoint > 65535
                   DISPLAY '<li>' FUNCTION TRIM(wc-exc-where)
                       ': unmappable U+' wc-cp-hex
                       ' at byte ' wn-byte-pos '</li>'
               ELSE
                   DISPLAY '<li>' FUNCTION TRIM(wc-exc-where)
                       ': unmappable U+' wc-cp-hex(3:4)
                       ' at byte ' wn-byte-pos '</li>'
               END-IF

           .
       *>**************************************************
       *> B0525-SET-EXCEPTION-WHERE: 'line n', or 'line n field m'
       *> when a field number is given, into wc-exc-where
       B0525-SET-EXCEPTION-WHERE.

           MOVE SPACE TO wc-exc-where
           IF wn-exc-fld > ZERO
               STRING
                   'line ' DELIMITED BY SIZE
                   wn-exc-line DELIMITED BY SIZE
                   ' field ' DELIMITED BY SIZE
                   wn-exc-fld DELIMITED BY SIZE
                   INTO wc-exc-where
               END-STRING
           ELSE
               STRING
                   'line ' DELIMITED BY SIZE
                   wn-exc-line DELIMITED BY SIZE
                   INTO wc-exc-where
               END-STRING
           END-IF

           .
       *>**************************************************
       *> B0530-TRANSLITERATE: the house substitutions for the usual
       *> suspects - typographic quotes and dashes, the ellipsis,
       *> the euro sign. Anything else falls back to the substitute
           ELSE
               MOVE 'ERR' TO AUDIT-OUTCOME
           END-IF
      *> a round trip that was asked for and failed is an error in
      *> the trail as much as a malformed line is
           MOVE SPACE TO wc-layout-tag
           IF LAYOUT-MODE
               STRING
                   ' layout-refused=' DELIMITED BY SIZE
                   wn-lay-refused DELIMITED BY SIZE
                   INTO wc-layout-tag
               END-STRING
           END-IF
           MOVE SPACE TO wc-verify-tag
           IF VERIFY-REQUESTED
               STRING
                   ' verify=' DELIMITED BY SIZE
                   wc-verify-result DELIMITED BY SPACE
                   INTO wc-verify-tag
               END-STRING
               IF NOT ROUNDTRIP-VERIFIED
                   MOVE 'ERR' TO AUDIT-OUTCOME
               END-IF
           END-IF
           IF LAYOUT-MODE AND wn-lay-refused > ZERO
               MOVE 'ERR' TO AUDIT-OUTCOME
           END-IF
      *> the line and error counts sit ahead of the echoed file
      *> names - if anything has to fall off the detail field's end
      *> it must be the echoed output, never the loss count
               wn-line-no DELIMITED BY SIZE
               ' errors=' DELIMITED BY SIZE
               wn-err-count DELIMITED BY SIZE
               wc-layout-tag DELIMITED BY '  '
               wc-verify-tag DELIMITED BY '  '
               ' out=[' DELIMITED BY SIZE
               FUNCTION TRIM(wc-outfile-name) DELIMITED BY SIZE
               ']' DELIMITED BY SIZE
               GO TO B0450-RUN-QUEUE-EXIT
           END-IF

           PERFORM B0465-OPEN-CHECKPOINT
               THRU B0465-OPEN-CHECKPOINT-EXIT

           MOVE SPACE TO QRPT-LINE
           STRING
               'Conversion queue ' DELIMITED BY SIZE
               INTO QRPT-LINE
           END-STRING
           WRITE QRPT-LINE
           IF RESTART-RUN
               MOVE SPACE TO QRPT-LINE
               STRING
                   'RESTART of the run started ' DELIMITED BY SIZE
                   wc-orig-stamp(1:8) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   wc-orig-stamp(9:6) DELIMITED BY SIZE
                   ' - files completed then: ' DELIMITED BY SIZE
                   wn-done-count DELIMITED BY SIZE
                   INTO QRPT-LINE
               END-STRING
               WRITE QRPT-LINE
           END-IF
           IF NOT CKPT-AVAILABLE
               MOVE SPACE TO QRPT-LINE
               STRING
                   'checkpoint ' DELIMITED BY SIZE
                   FUNCTION TRIM(qckname) DELIMITED BY SIZE
                   ' cannot be written - this run cannot be restarted'
                       DELIMITED BY SIZE
                   INTO QRPT-LINE
               END-STRING
               WRITE QRPT-LINE
           END-IF

           MOVE 'N' TO wc-queue-done-kz
           PERFORM B0455-QUEUE-ONE-FILE
               wn-q-errors DELIMITED BY SIZE
               ' unmappable=' DELIMITED BY SIZE
               wn-q-unmap DELIMITED BY SIZE
               ' layout-refused=' DELIMITED BY SIZE
               wn-q-lay-refused DELIMITED BY SIZE
               ' verified=' DELIMITED BY SIZE
               wn-q-verified DELIMITED BY SIZE
               ' not-roundtrip=' DELIMITED BY SIZE
               wn-q-not-roundtrip DELIMITED BY SIZE
               INTO QRPT-LINE
           END-STRING
           WRITE QRPT-LINE
      *> the original run's share stays apart from this run's, so
      *> neither set of totals counts a file twice
           IF RESTART-RUN
               MOVE SPACE TO QRPT-LINE
               STRING
                   'Original run: files=' DELIMITED BY SIZE
                   wn-q-skipped DELIMITED BY SIZE
                   ' lines=' DELIMITED BY SIZE
                   wn-o-lines DELIMITED BY SIZE
                   ' invalid-utf8=' DELIMITED BY SIZE
                   wn-o-errors DELIMITED BY SIZE
                   ' unmappable=' DELIMITED BY SIZE
                   wn-o-unmap DELIMITED BY SIZE
                   ' - skipped by this restart' DELIMITED BY SIZE
                   INTO QRPT-LINE
               END-STRING
               WRITE QRPT-LINE
           END-IF
           CLOSE QRPT

      *> nothing left to redo - the next run of this job file is a
      *> fresh one
           IF CKPT-AVAILABLE AND wn-q-failed = ZERO
               OPEN OUTPUT QCKPT
               CLOSE QCKPT
           END-IF

           PERFORM B0460-WRITE-QUEUE-AUDIT-LOG

           .
                   MOVE 'Y' TO wc-queue-done-kz
                   GO TO B0455-QUEUE-ONE-FILE-EXIT
           END-READ
      *> every line counts, comments too - the checkpoint names a
      *> job line by its position in the job file
           ADD 1 TO wn-q-jobline

           IF QUEUEFILE-LINE = SPACE
             OR QUEUEFILE-LINE(1:1) = '*'
           MOVE SPACE TO wc-from-encoding
           MOVE SPACE TO wc-to-encoding
           MOVE SPACE TO wc-q-policy
           MOVE SPACE TO q-options
           UNSTRING QUEUEFILE-LINE DELIMITED BY ALL SPACE
               INTO wc-file-name wc-from-encoding wc-to-encoding
                    wc-q-policy wc-q-opt(1) wc-q-opt(2) wc-q-opt(3)
           END-UNSTRING
           MOVE wc-q-policy TO wc-policy
           MOVE '?' TO wc-subst-char
           MOVE 'N' TO wc-verify-kz
           MOVE SPACE TO wc-layout-spec
           PERFORM B0457-QUEUE-OPTION
               VARYING wn-q-opt FROM 1 BY 1
               UNTIL wn-q-opt > 3

           IF RESTART-RUN
               PERFORM B0467-FIND-DONE-FILE
               IF wn-done-idx > ZERO
                   PERFORM B0469-REPORT-DONE-FILE
                   GO TO B0455-QUEUE-ONE-FILE-EXIT
               END-IF
           END-IF

           ADD 1 TO wn-q-files
               THRU B0400-CONVERT-FILE-EXIT

           IF FILE-CONVERTED
               PERFORM B0468-MARK-FILE-DONE
               ADD 1 TO wn-q-converted
               ADD wn-line-no TO wn-q-lines
               ADD wn-err-count TO wn-q-errors
               ADD wn-unmap-total TO wn-q-unmap
               ADD wn-lay-refused TO wn-q-lay-refused
               IF VERIFY-REQUESTED
                   IF ROUNDTRIP-VERIFIED
                       ADD 1 TO wn-q-verified
                   ELSE
                       ADD 1 TO wn-q-not-roundtrip
                   END-IF
               END-IF
           ELSE
               ADD 1 TO wn-q-failed
           END-IF
                   ' to=' DELIMITED BY SIZE
                   FUNCTION TRIM(wc-to-encoding) DELIMITED BY SIZE
                   ' CONVERTED' DELIMITED BY SIZE
      *> the layout-refused= and verify= tags B0420 built for the
      *> audit line, blank when neither was asked for
                   wc-layout-tag DELIMITED BY '  '
                   wc-verify-tag DELIMITED BY '  '
                   INTO QRPT-LINE
               END-STRING
           ELSE
       B0455-QUEUE-ONE-FILE-EXIT.
           EXIT.
       *>**************************************************
       *> B0457-QUEUE-OPTION: one of the optional words after the
       *> policy - VERIFY, LAYOUT=w1,w2,... or the substitute char
       B0457-QUEUE-OPTION.

           EVALUATE TRUE
               WHEN wc-q-opt(wn-q-opt) = SPACE
                   CONTINUE
               WHEN wc-q-opt(wn-q-opt) = 'VERIFY'
                   MOVE 'Y' TO wc-verify-kz
               WHEN wc-q-opt(wn-q-opt)(1:7) = 'LAYOUT='
                   MOVE wc-q-opt(wn-q-opt)(8:113) TO wc-layout-spec
               WHEN OTHER
                   MOVE wc-q-opt(wn-q-opt)(1:1) TO wc-subst-char
           END-EVALUATE

           .
       *>**************************************************
       *> B0465-OPEN-CHECKPOINT: reads <job file>.ckpt. Completion
       *> records found there make this run a restart and go into
       *> the done table; otherwise a fresh checkpoint is started
       *> with this run's stamp. A checkpoint that cannot be written
       *> costs the run its restartability, never the run itself.
       B0465-OPEN-CHECKPOINT.

           MOVE 'N' TO wc-restart-kz
           MOVE 'N' TO wc-ckpt-ok-kz
           MOVE ZERO TO wn-done-count
           MOVE SPACE TO wc-orig-stamp
           MOVE SPACE TO qckname
           STRING
               FUNCTION TRIM(wc-queue-file-name) DELIMITED BY SIZE
               '.ckpt' DELIMITED BY SIZE
               INTO qckname
           END-STRING

           OPEN INPUT QCKPT
           IF wc-ckpt-status = '00'
               MOVE 'N' TO wc-ckpt-done-kz
               PERFORM B0466-LOAD-ONE-CHECKPOINT
                   THRU B0466-LOAD-ONE-CHECKPOINT-EXIT
                   UNTIL CKPT-READ-DONE
               CLOSE QCKPT
           END-IF

           IF wc-orig-stamp NOT = SPACE AND wn-done-count > ZERO
               MOVE 'Y' TO wc-restart-kz
               OPEN EXTEND QCKPT
               IF wc-ckpt-status = '00'
                   MOVE 'Y' TO wc-ckpt-ok-kz
                   CLOSE QCKPT
               END-IF
               GO TO B0465-OPEN-CHECKPOINT-EXIT
           END-IF

           MOVE SPACE TO wc-log-date
           MOVE FUNCTION CURRENT-DATE TO wc-log-date
           MOVE SPACE TO ckpt-record
           MOVE 'H' TO wc-ck-kind
           MOVE wc-log-date(1:14) TO wc-ck-stamp
           MOVE ZERO TO wn-done-count
           OPEN OUTPUT QCKPT
           IF wc-ckpt-status = '00'
               WRITE QCKPT-LINE FROM ckpt-record
               CLOSE QCKPT
               MOVE 'Y' TO wc-ckpt-ok-kz
           END-IF

           .
       B0465-OPEN-CHECKPOINT-EXIT.
           EXIT.
       *>**************************************************
       B0466-LOAD-ONE-CHECKPOINT.

           READ QCKPT INTO ckpt-record
               AT END
                   MOVE 'Y' TO wc-ckpt-done-kz
                   GO TO B0466-LOAD-ONE-CHECKPOINT-EXIT
           END-READ

           EVALUATE wc-ck-kind
               WHEN 'H'
                   MOVE wc-ck-stamp TO wc-orig-stamp
               WHEN 'C'
                   IF wn-done-count < 500
                     AND wn-ck-jobline IS NUMERIC
                       ADD 1 TO wn-done-count
                       MOVE wn-ck-jobline
                           TO wn-done-jobline(wn-done-count)
                       MOVE wc-ck-file-name
                           TO wc-done-file(wn-done-count)
                       MOVE wn-ck-lines TO wn-done-lines(wn-done-count)
                       MOVE wn-ck-errors
                           TO wn-done-errors(wn-done-count)
                       MOVE wn-ck-unmap TO wn-done-unmap(wn-done-count)
                       MOVE wn-ck-lay-refused
                           TO wn-done-lay(wn-done-count)
                       MOVE wc-ck-verify
                           TO wc-done-verify(wn-done-count)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .
       B0466-LOAD-ONE-CHECKPOINT-EXIT.
           EXIT.
       *>**************************************************
       *> B0467-FIND-DONE-FILE: was this job line converted by the
       *> original run? Line number and file name must both agree -
       *> a job file edited since then does not skip the wrong file
       B0467-FIND-DONE-FILE.

           MOVE ZERO TO wn-done-idx
           PERFORM B0467A-MATCH-ONE-DONE
               VARYING wn-done-look FROM 1 BY 1
               UNTIL wn-done-look > wn-done-count
                  OR wn-done-idx > ZERO

           .
       *>**************************************************
       B0467A-MATCH-ONE-DONE.

           IF wn-done-jobline(wn-done-look) = wn-q-jobline
             AND wc-done-file(wn-done-look) = wc-file-name
               MOVE wn-done-look TO wn-done-idx
           END-IF

           .
       *>**************************************************
       *> B0468-MARK-FILE-DONE: the completion record for the file
       *> just converted, written and closed at once so it survives
       *> whatever stops the run next
       B0468-MARK-FILE-DONE.

           IF NOT CKPT-AVAILABLE
               GO TO B0468-MARK-FILE-DONE-EXIT
           END-IF
           OPEN EXTEND QCKPT
           IF wc-ckpt-status NOT = '00'
               GO TO B0468-MARK-FILE-DONE-EXIT
           END-IF
           MOVE SPACE TO wc-log-date
           MOVE FUNCTION CURRENT-DATE TO wc-log-date
           MOVE SPACE TO ckpt-record
           MOVE 'C' TO wc-ck-kind
           MOVE wc-log-date(1:14) TO wc-ck-stamp
           MOVE wn-q-jobline TO wn-ck-jobline
           MOVE wn-line-no TO wn-ck-lines
           MOVE wn-err-count TO wn-ck-errors
           MOVE wn-unmap-total TO wn-ck-unmap
           MOVE wn-lay-refused TO wn-ck-lay-refused
           MOVE wc-verify-result TO wc-ck-verify
           MOVE wc-file-name TO wc-ck-file-name
           WRITE QCKPT-LINE FROM ckpt-record
           CLOSE QCKPT

           .
       B0468-MARK-FILE-DONE-EXIT.
           EXIT.
       *>**************************************************
       *> B0469-REPORT-DONE-FILE: a file the original run already
       *> converted - its counts as that run recorded them, marked
       *> as the original run's, and kept out of this run's totals
       B0469-REPORT-DONE-FILE.

           ADD 1 TO wn-q-skipped
           ADD wn-done-lines(wn-done-idx) TO wn-o-lines
           ADD wn-done-errors(wn-done-idx) TO wn-o-errors
           ADD wn-done-unmap(wn-done-idx) TO wn-o-unmap
           MOVE SPACE TO wc-done-verify-tag
           IF wc-done-verify(wn-done-idx) NOT = SPACE
               STRING
                   ' verify=' DELIMITED BY SIZE
                   wc-done-verify(wn-done-idx) DELIMITED BY SPACE
                   INTO wc-done-verify-tag
               END-STRING
           END-IF
           MOVE SPACE TO QRPT-LINE
           STRING
               FUNCTION TRIM(wc-file-name) DELIMITED BY SIZE
               ': lines=' DELIMITED BY SIZE
               wn-done-lines(wn-done-idx) DELIMITED BY SIZE
               ' invalid-utf8=' DELIMITED BY SIZE
               wn-done-errors(wn-done-idx) DELIMITED BY SIZE
               ' unmappable=' DELIMITED BY SIZE
               wn-done-unmap(wn-done-idx) DELIMITED BY SIZE
               ' CONVERTED IN ORIGINAL RUN' DELIMITED BY SIZE
               wc-done-verify-tag DELIMITED BY '  '
               ' - skipped' DELIMITED BY SIZE
               INTO QRPT-LINE
           END-STRING
           WRITE QRPT-LINE

           .
       *>**************************************************
       *> B0460-WRITE-QUEUE-AUDIT-LOG: one CONVQUEUE line for the
       *> whole queue run - the per-file CONVFILE lines B0420 wrote
       *> carry the detail, this line carries the totals
           MOVE 'TEST-UTF8' TO AUDIT-PROGRAM
           MOVE 'CONVQUEUE' TO AUDIT-EVENT
           IF wn-q-failed = ZERO AND wn-q-errors = ZERO
             AND wn-q-not-roundtrip = ZERO
               MOVE 'OK' TO AUDIT-OUTCOME
           ELSE
               MOVE 'ERR' TO AUDIT-OUTCOME
           END-IF
      *> a restart says so up front: the files it skipped were
      *> counted by the original run's lines, and utf8-report must
      *> not count the queue a second time
           MOVE 1 TO wn-q-aud-ptr
           MOVE 'N' TO wc-q-aud-cut-kz
           IF RESTART-RUN
               STRING
                   'restart=Y orig=' DELIMITED BY SIZE
                   wc-orig-stamp DELIMITED BY SIZE
                   ' skip=' DELIMITED BY SIZE
                   wn-q-skipped DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO AUDIT-DETAIL
                   WITH POINTER wn-q-aud-ptr
               END-STRING
           END-IF
           STRING
               'files=' DELIMITED BY SIZE
               wn-q-files DELIMITED BY SIZE
               ' conv=' DELIMITED BY SIZE
               wn-q-converted DELIMITED BY SIZE
               ' fail=' DELIMITED BY SIZE
               wn-q-failed DELIMITED BY SIZE
               ' lines=' DELIMITED BY SIZE
               wn-q-lines DELIMITED BY SIZE
               ' err=' DELIMITED BY SIZE
               wn-q-errors DELIMITED BY SIZE
               ' unmap=' DELIMITED BY SIZE
               wn-q-unmap DELIMITED BY SIZE
               ' not-rt=' DELIMITED BY SIZE
               wn-q-not-roundtrip DELIMITED BY SIZE
               INTO AUDIT-DETAIL
               WITH POINTER wn-q-aud-ptr
               ON OVERFLOW
                   MOVE 'Y' TO wc-q-aud-cut-kz
           END-STRING
           MOVE FUNCTION TRIM(wc-queue-file-name) TO wc-q-aud-name
           IF FUNCTION LENGTH(FUNCTION TRIM(wc-queue-file-name)) > 30
               MOVE 'Y' TO wc-q-aud-cut-kz
           END-IF
           STRING
               ' queue=[' DELIMITED BY SIZE
               FUNCTION TRIM(wc-q-aud-name) DELIMITED BY SIZE
               ']' DELIMITED BY SIZE
               INTO AUDIT-DETAIL
               WITH POINTER wn-q-aud-ptr
               ON OVERFLOW
                   MOVE 'Y' TO wc-q-aud-cut-kz
           END-STRING
           IF QUEUE-AUDIT-CUT
               MOVE '>' TO AUDIT-DETAIL(wn-q-aud-ptr - 1:1)
           END-IF
           MOVE AUDIT-RECORD TO wc-log-line

           WRITE UTF8LOG-LINE FROM wc-log-line
