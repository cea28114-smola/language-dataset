000012*  Nine times out of ten a changed outcome means a corrupted
000013*  catalog entry, and this report surfaces it before a
000014*  downstream user does.
000014*
000014*  LifeLib journals every library change into the same
000014*  history.txt, so each changed pattern also gets the library
000014*  change made to it between its two runs - or the report says
000014*  there was none, which points away from the catalog entry.
000015*
000016  IDENTIFICATION DIVISION.
000017  PROGRAM-ID. LifeRegress.
000057          03 RegPrevReached PIC 9(5).
000058          03 RegLastSentence PIC X(100).
000059          03 RegLastReached PIC 9(5).
000059* LifeLib changes to the pattern since its latest run so far
000059* (pending), and those that fell between its previous run and
000059* its latest one - the one shown is the last of them
000059          03 RegPendCount PIC 9(3).
000059          03 RegPendEvent PIC X(10).
000059          03 RegPendStamp PIC X(14).
000059          03 RegPendNote PIC X(100).
000059          03 RegChgCount PIC 9(3).
000059          03 RegChgEvent PIC X(10).
000059          03 RegChgStamp PIC X(14).
000059          03 RegChgNote PIC X(100).
000060  01 RegCount PIC 9(5) VALUE 0.
000061  01 RegOverflow PIC 9(5) VALUE 0.
000062  01 LinesRead PIC 9(7) VALUE 0.
000070  01 tokenLen PIC 9(2).
000071  01 k PIC 9(5).
000072  01 foundIdx PIC 9(5).
000072* 1 while a name is only being looked up - no slot is made
000072  01 lookupOnly PIC 9(1) VALUE 0.
000073  01 atEnd PIC 9(1) VALUE 0.
000074  01 countString PIC Z(4)9.
000075  01 reachedString PIC Z(4)9.
000075  01 leadSpaces PIC 9(1).
000076  01 RunDate PIC 9(6).
000077  01 RunDateEdited PIC 99/99/99.
000077  01 chgDateEdited PIC 9999/99/99.
000077  01 chgTimeEdited PIC 99/99/99.
000077  01 chgTime PIC 9(6).
000077  01 chgCountString PIC ZZ9.
000078
000079  PROCEDURE DIVISION.
000080  MAIN-PARAGRAPH.
000111* closing sentence>' - the name, the reached count and the
000112* sentence are what the comparison runs on
000113      MOVE str TO AUDIT-RECORD
000113      IF AUDIT-PROGRAM = 'LIFELIB' THEN
000113         PERFORM RECORD-LIBRARY-CHANGE
000113         GO TO TAKE-LINE-APART-EXIT
000113      END-IF
000114      IF NOT AUDIT-PROGRAM = 'GAMEOFLIFE' THEN
000115         GO TO TAKE-LINE-APART-EXIT
000116      END-IF
000155* The latest line for a name always becomes its 'last' outcome,
000156* pushing what was there down into 'previous' - so after the
000157* whole history is read, the two slots hold exactly the two
000158* most recent runs of that pattern. The library changes pending
000158* since the run before move along in the same step, so they end
000158* up as the ones between the previous run and this one
000159      PERFORM FIND-PATTERN-ENTRY
000169      IF foundIdx = 0 THEN
000172         GO TO RECORD-PATTERN-EXIT
000182      END-IF
000183      MOVE RegLastSentence(foundIdx) TO RegPrevSentence(foundIdx)
000184      MOVE RegLastReached(foundIdx) TO RegPrevReached(foundIdx)
000185      MOVE lineSentence TO RegLastSentence(foundIdx)
000186      MOVE lineReached TO RegLastReached(foundIdx)
000187      COMPUTE RegRunCount(foundIdx) = RegRunCount(foundIdx) + 1
000187      MOVE RegPendCount(foundIdx) TO RegChgCount(foundIdx)
000187      MOVE RegPendEvent(foundIdx) TO RegChgEvent(foundIdx)
000187      MOVE RegPendStamp(foundIdx) TO RegChgStamp(foundIdx)
000187      MOVE RegPendNote(foundIdx) TO RegChgNote(foundIdx)
000187      MOVE 0 TO RegPendCount(foundIdx).
000188  RECORD-PATTERN-EXIT.
000189      EXIT.
000189
000189  FIND-PATTERN-ENTRY SECTION.
000189* The table slot for lineName, a fresh one when the name is new;
000189* foundIdx stays 0 only when the table is full, or when the name
000189* is new and lookupOnly is set
000189      MOVE 0 TO foundIdx
000160      COMPUTE k = 1.
000161  FIND-PATTERN-LOOP.
000162      IF k <= RegCount AND foundIdx = 0 THEN
000166         COMPUTE k = k + 1
000167         GO TO FIND-PATTERN-LOOP
000168      END-IF
000169      IF foundIdx = 0 AND lookupOnly = 1 THEN
000169         GO TO FIND-PATTERN-EXIT
000169      END-IF
000169      IF foundIdx = 0 THEN
000170         IF RegCount >= 2000 THEN
000171            COMPUTE RegOverflow = RegOverflow + 1
000172            GO TO FIND-PATTERN-EXIT
000173         END-IF
000174         COMPUTE RegCount = RegCount + 1
000175         MOVE RegCount TO foundIdx
000179         MOVE 0 TO RegPrevReached(foundIdx)
000180         MOVE SPACES TO RegLastSentence(foundIdx)
000181         MOVE 0 TO RegLastReached(foundIdx)
000181         MOVE 0 TO RegPendCount(foundIdx)
000181         MOVE 0 TO RegChgCount(foundIdx)
000182      END-IF.
000182  FIND-PATTERN-EXIT.
000182      EXIT.
000182
000182  RECORD-LIBRARY-CHANGE SECTION.
000182* A LifeLib journal line: '<name> version=N source=F user=U'
000182* under event ADD/REPLACE/DELETE/RESTORE. It is held against
000182* the name until the pattern's next run picks it up. A change
000182* to a pattern not run yet is passed over - it cannot fall
000182* between two runs, and a slot for it would only be counted as
000182* a pattern compared and crowd real runs out of the table
000182      MOVE SPACES TO lineName
000182      UNSTRING AUDIT-DETAIL DELIMITED BY ALL SPACES
000182        INTO lineName
000182      END-UNSTRING
000182      IF lineName = SPACES THEN
000182         GO TO RECORD-LIBRARY-EXIT
000182      END-IF
000182      MOVE 1 TO lookupOnly
000182      PERFORM FIND-PATTERN-ENTRY
000182      MOVE 0 TO lookupOnly
000182      IF foundIdx = 0 THEN
000182         GO TO RECORD-LIBRARY-EXIT
000182      END-IF
000182      IF RegPendCount(foundIdx) < 999 THEN
000182         COMPUTE RegPendCount(foundIdx) =
000182           RegPendCount(foundIdx) + 1
000182      END-IF
000182      MOVE AUDIT-EVENT TO RegPendEvent(foundIdx)
000182      MOVE AUDIT-DATE TO RegPendStamp(foundIdx)(1:8)
000182      MOVE AUDIT-TIME TO RegPendStamp(foundIdx)(9:6)
000182      MOVE SPACES TO RegPendNote(foundIdx)
000182      COMPUTE tokenLen = 0
000182      INSPECT AUDIT-DETAIL TALLYING tokenLen
000182        FOR CHARACTERS BEFORE INITIAL SPACE
000182      MOVE AUDIT-DETAIL(tokenLen + 2:100)
000182        TO RegPendNote(foundIdx).
000182  RECORD-LIBRARY-EXIT.
000182      EXIT.
000190
000191  WRITE-REGRESSION-REPORT SECTION.
000192      OPEN OUTPUT RegressFile
000276        ')' DELIMITED BY SIZE
000277        INTO RegressLine
000278      END-STRING
000279      WRITE RegressPattern
000279      PERFORM WRITE-LIBRARY-CHANGE-LINE.
000279
000279  WRITE-LIBRARY-CHANGE-LINE SECTION.
000279* A fourth line: the library change made between the two runs,
000279* as journalled by LifeLib - the version it names is the pattern
000279* as it stood before, ready for a LifeLib RESTORE
000279      MOVE SPACES TO RegressLine
000279      IF RegChgCount(k) = 0 THEN
000279         MOVE '  library: no change between the two runs'
000279           TO RegressLine
000279         WRITE RegressPattern
000279         GO TO WRITE-LIBRARY-CHANGE-EXIT
000279      END-IF
000279      MOVE RegChgStamp(k)(1:8) TO chgDateEdited
000279      MOVE RegChgStamp(k)(9:6) TO chgTime
000279      MOVE chgTime TO chgTimeEdited
000279      INSPECT chgTimeEdited REPLACING ALL '/' BY ':'
000279      STRING
000279        '  library: ' DELIMITED BY SIZE
000279        RegChgEvent(k) DELIMITED BY SPACES
000279        ' ' DELIMITED BY SIZE
000279        chgDateEdited DELIMITED BY SIZE
000279        ' ' DELIMITED BY SIZE
000279        chgTimeEdited DELIMITED BY SIZE
000279        ' ' DELIMITED BY SIZE
000279        RegChgNote(k) DELIMITED BY '  '
000279        INTO RegressLine
000279      END-STRING
000279      WRITE RegressPattern
000279      IF RegChgCount(k) > 1 THEN
000279         MOVE SPACES TO RegressLine
000279         MOVE RegChgCount(k) TO chgCountString
000279         COMPUTE leadSpaces = 0
000279         INSPECT chgCountString TALLYING leadSpaces
000279           FOR LEADING ' '
000279         STRING
000279           '           (latest of ' DELIMITED BY SIZE
000279           chgCountString(leadSpaces + 1:3 - leadSpaces)
000279             DELIMITED BY SIZE
000279           ' library changes between the two runs)'
000279             DELIMITED BY SIZE
000279           INTO RegressLine
000279         END-STRING
000279         WRITE RegressPattern
000279      END-IF.
000279  WRITE-LIBRARY-CHANGE-EXIT.
000279      EXIT.
000280
