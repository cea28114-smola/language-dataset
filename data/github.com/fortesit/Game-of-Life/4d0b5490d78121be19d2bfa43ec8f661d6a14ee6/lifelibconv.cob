000001*
000002*  Game of Life - one-off conversion of the pattern library to
000003*  the record layout that carries the confirmed outcome
000004*
000005*  A library written before GameOfLife kept its verdicts on the
000006*  library record no longer opens under the new layout (status
000007*  39). This program reads it through a second description of
000008*  the same file in the old layout, unloads every pattern to
000009*  patterns.old - which is kept afterwards as the backup - and
000010*  then builds patterns.lib afresh in the new layout with every
000011*  pattern unclassified. The next GameOfLife run of each pattern
000012*  fills the classification in.
000013*
000014*  A library that already opens in the new layout, or no library
000015*  at all, is left alone. patterns.ver needs no conversion - a
000016*  version never carried the classification.
000017*
000018
000019  IDENTIFICATION DIVISION.
000020  PROGRAM-ID. LifeLibConv.
000021
000022  ENVIRONMENT DIVISION.
000023  INPUT-OUTPUT SECTION.
000024  FILE-CONTROL.
000025      SELECT PatternLib ASSIGN TO 'patterns.lib'
000026        ORGANIZATION IS INDEXED
000027        ACCESS MODE IS DYNAMIC
000028        RECORD KEY IS LibName
000029        FILE STATUS IS libErr.
000030* The same file again, in the layout it had before the outcome
000031* fields - the only way an old library can be read at all
000032      SELECT OldPatternLib ASSIGN TO 'patterns.lib'
000033        ORGANIZATION IS INDEXED
000034        ACCESS MODE IS DYNAMIC
000035        RECORD KEY IS OldName
000036        FILE STATUS IS oldErr.
000037      SELECT UnloadFile ASSIGN TO 'patterns.old'
000038        ORGANIZATION IS SEQUENTIAL
000039        FILE STATUS IS unloadErr.
000040      SELECT AuditFile ASSIGN TO 'history.txt'
000041        ORGANIZATION IS LINE SEQUENTIAL
000042        FILE STATUS IS auditErr.
000043
000044  DATA DIVISION.
000045  FILE SECTION.
000046* Kept in step with the LibRecord in lifelib.cob
000047  FD PatternLib.
000048  01 LibRecord.
000049      02 LibName PIC X(80).
000050      02 LibGeneration PIC 9(5).
000051      02 LibRow PIC 9(3).
000052      02 LibColCount PIC 9(2).
000053      02 LibWrapMode PIC X(1).
000054      02 LibAliveSymbol PIC X(1).
000055      02 LibDeadSymbol PIC X(1).
000056      02 LibSnapshotEvery PIC 9(3).
000057      02 LibCheckpointEvery PIC 9(3).
000058      02 LibRleExport PIC X(1).
000059      02 LibRule PIC X(12).
000060      02 LibClass PIC X(10).
000061      02 LibClassPeriod PIC 9(2).
000062      02 LibClassDir PIC X(2).
000063      02 LibClassGen PIC 9(5).
000064      02 LibClassDate PIC 9(8).
000065      02 LibGridRow PIC X(80) OCCURS 1 TO 800 TIMES
000066         DEPENDING ON LibRow.
000067* The library record as it stood before the outcome fields
000068  FD OldPatternLib.
000069  01 OldRecord.
000070      02 OldName PIC X(80).
000071      02 OldGeneration PIC 9(5).
000072      02 OldRow PIC 9(3).
000073      02 OldColCount PIC 9(2).
000074      02 OldWrapMode PIC X(1).
000075      02 OldAliveSymbol PIC X(1).
000076      02 OldDeadSymbol PIC X(1).
000077      02 OldSnapshotEvery PIC 9(3).
000078      02 OldCheckpointEvery PIC 9(3).
000079      02 OldRleExport PIC X(1).
000080      02 OldRule PIC X(12).
000081      02 OldGridRow PIC X(80) OCCURS 1 TO 800 TIMES
000082         DEPENDING ON OldRow.
000083* One old record per unload record, padded to the full 800 rows
000084  FD UnloadFile.
000085  01 UnloadPattern.
000086      02 UnloadHeader.
000087         03 UnloadName PIC X(80).
000088         03 UnloadGeneration PIC 9(5).
000089         03 UnloadRow PIC 9(3).
000090         03 UnloadColCount PIC 9(2).
000091         03 UnloadWrapMode PIC X(1).
000092         03 UnloadAliveSymbol PIC X(1).
000093         03 UnloadDeadSymbol PIC X(1).
000094         03 UnloadSnapshotEvery PIC 9(3).
000095         03 UnloadCheckpointEvery PIC 9(3).
000096         03 UnloadRleExport PIC X(1).
000097         03 UnloadRule PIC X(12).
000098      02 UnloadGridRow PIC X(80) OCCURS 800 TIMES.
000099  FD AuditFile.
000100  01 AuditPattern.
000101      02 AuditLine PIC X(200).
000102
000103  WORKING-STORAGE SECTION.
000104  COPY AUDITREC.
000105  01 libErr PIC X(2).
000106  01 oldErr PIC X(2).
000107  01 unloadErr PIC X(2).
000108  01 auditErr PIC X(2).
000109  01 i PIC 9(3).
000110  01 PatternsUnloaded PIC 9(5) VALUE 0.
000111  01 PatternsConverted PIC 9(5) VALUE 0.
000112  01 PatternsRejected PIC 9(5) VALUE 0.
000113  01 convertOutcome PIC X(4) VALUE 'OK'.
000114  01 runDate PIC 9(8).
000115  01 runTime PIC 9(8).
000116
000117  PROCEDURE DIVISION.
000118  MAIN-PARAGRAPH.
000119      OPEN INPUT PatternLib
000120      IF libErr = '00' THEN
000121         DISPLAY 'patterns.lib already holds the outcome fields -'
000122           ' nothing to convert.'
000123         CLOSE PatternLib
000124         GO TO PROGRAM-END
000125      END-IF
000126      IF libErr = '35' THEN
000127         DISPLAY 'No patterns.lib found. Nothing to convert.'
000128         GO TO PROGRAM-END
000129      END-IF
000130      IF NOT libErr = '39' THEN
000131         DISPLAY 'patterns.lib cannot be opened (status '
000132           libErr ') - library left untouched.'
000133         MOVE 8 TO RETURN-CODE
000134         GO TO PROGRAM-END
000135      END-IF
000136      PERFORM UNLOAD-OLD-LIBRARY
000137      IF convertOutcome = 'OK' THEN
000138         PERFORM RELOAD-NEW-LIBRARY
000139      END-IF
000140      PERFORM WRITE-JOURNAL-LINE
000141      DISPLAY 'Patterns unloaded:  ' PatternsUnloaded
000142      DISPLAY 'Patterns converted: ' PatternsConverted
000143      IF NOT convertOutcome = 'OK' OR PatternsRejected > 0 THEN
000144         MOVE 8 TO RETURN-CODE
000145      END-IF.
000146  PROGRAM-END.
000147      STOP RUN.
000148
000149  UNLOAD-OLD-LIBRARY SECTION.
000150* Everything is unloaded to patterns.old before the library is
000151* touched; if the unload fails part-way, the library stays as
000152* it was and patterns.old is only a partial copy
000153      OPEN INPUT OldPatternLib
000154      IF NOT oldErr = '00' THEN
000155         DISPLAY 'patterns.lib cannot be read in the old layout'
000156           ' either (status ' oldErr ') - library left untouched.'
000157         MOVE 'INV' TO convertOutcome
000158         GO TO UNLOAD-OLD-LIBRARY-EXIT
000159      END-IF
000160      OPEN OUTPUT UnloadFile
000161      IF NOT unloadErr = '00' THEN
000162         DISPLAY 'Could not create patterns.old (status '
000163           unloadErr ') - library left untouched.'
000164         MOVE 'INV' TO convertOutcome
000165         CLOSE OldPatternLib
000166         GO TO UNLOAD-OLD-LIBRARY-EXIT
000167      END-IF
000168      MOVE LOW-VALUES TO OldName
000169      START OldPatternLib KEY IS NOT LESS THAN OldName
000170        INVALID KEY
000171          GO TO UNLOAD-DONE
000172      END-START.
000173  UNLOAD-NEXT-PATTERN.
000174      READ OldPatternLib NEXT RECORD
000175        AT END
000176          GO TO UNLOAD-DONE
000177      END-READ
000178      MOVE SPACES TO UnloadPattern
000179      MOVE OldName TO UnloadName
000180      MOVE OldGeneration TO UnloadGeneration
000181      MOVE OldRow TO UnloadRow
000182      MOVE OldColCount TO UnloadColCount
000183      MOVE OldWrapMode TO UnloadWrapMode
000184      MOVE OldAliveSymbol TO UnloadAliveSymbol
000185      MOVE OldDeadSymbol TO UnloadDeadSymbol
000186      MOVE OldSnapshotEvery TO UnloadSnapshotEvery
000187      MOVE OldCheckpointEvery TO UnloadCheckpointEvery
000188      MOVE OldRleExport TO UnloadRleExport
000189      MOVE OldRule TO UnloadRule
000190      COMPUTE i = 1.
000191  UNLOAD-ROW-LOOP.
000192      IF i <= OldRow THEN
000193         MOVE OldGridRow(i) TO UnloadGridRow(i)
000194         COMPUTE i = i + 1
000195         GO TO UNLOAD-ROW-LOOP
000196      END-IF
000197      WRITE UnloadPattern
000198      IF NOT unloadErr = '00' THEN
000199         DISPLAY 'Could not write patterns.old (status '
000200           unloadErr ') - library left untouched.'
000201         MOVE 'INV' TO convertOutcome
000202         GO TO UNLOAD-DONE
000203      END-IF
000204      COMPUTE PatternsUnloaded = PatternsUnloaded + 1
000205      GO TO UNLOAD-NEXT-PATTERN.
000206  UNLOAD-DONE.
000207      CLOSE OldPatternLib
000208      CLOSE UnloadFile.
000209  UNLOAD-OLD-LIBRARY-EXIT.
000210      EXIT.
000211
000212  RELOAD-NEW-LIBRARY SECTION.
000213* From here on the library is replaced: created empty in the
000214* new layout and filled from patterns.old, every pattern
000215* unclassified
000216      OPEN INPUT UnloadFile
000217      IF NOT unloadErr = '00' THEN
000218         DISPLAY 'Could not reread patterns.old (status '
000219           unloadErr ') - library left untouched.'
000220         MOVE 'INV' TO convertOutcome
000221         GO TO RELOAD-NEW-LIBRARY-EXIT
000222      END-IF
000223      OPEN OUTPUT PatternLib
000224      CLOSE PatternLib
000225      OPEN I-O PatternLib
000226      IF NOT libErr = '00' THEN
000227         DISPLAY 'patterns.lib could not be rebuilt (status '
000228           libErr ') - reload it from patterns.old.'
000229         MOVE 'INV' TO convertOutcome
000230         CLOSE UnloadFile
000231         GO TO RELOAD-NEW-LIBRARY-EXIT
000232      END-IF.
000233  RELOAD-NEXT-PATTERN.
000234      READ UnloadFile
000235        AT END
000236          GO TO RELOAD-DONE
000237      END-READ
000238      MOVE UnloadRow TO LibRow
000239      MOVE UnloadName TO LibName
000240      MOVE UnloadGeneration TO LibGeneration
000241      MOVE UnloadColCount TO LibColCount
000242      MOVE UnloadWrapMode TO LibWrapMode
000243      MOVE UnloadAliveSymbol TO LibAliveSymbol
000244      MOVE UnloadDeadSymbol TO LibDeadSymbol
000245      MOVE UnloadSnapshotEvery TO LibSnapshotEvery
000246      MOVE UnloadCheckpointEvery TO LibCheckpointEvery
000247      MOVE UnloadRleExport TO LibRleExport
000248      MOVE UnloadRule TO LibRule
000249      MOVE SPACES TO LibClass
000250      MOVE 0 TO LibClassPeriod
000251      MOVE SPACES TO LibClassDir
000252      MOVE 0 TO LibClassGen
000253      MOVE 0 TO LibClassDate
000254      COMPUTE i = 1.
000255  RELOAD-ROW-LOOP.
000256      IF i <= LibRow THEN
000257         MOVE UnloadGridRow(i) TO LibGridRow(i)
000258         COMPUTE i = i + 1
000259         GO TO RELOAD-ROW-LOOP
000260      END-IF
000261      WRITE LibRecord
000262        INVALID KEY
000263          DISPLAY 'Could not reload ' LibName
000264          COMPUTE PatternsRejected = PatternsRejected + 1
000265          GO TO RELOAD-NEXT-PATTERN
000266      END-WRITE
000267      COMPUTE PatternsConverted = PatternsConverted + 1
000268      GO TO RELOAD-NEXT-PATTERN.
000269  RELOAD-DONE.
000270      CLOSE UnloadFile
000271      CLOSE PatternLib
000272      IF PatternsRejected > 0 THEN
000273         MOVE 'PART' TO convertOutcome
000274      END-IF.
000275  RELOAD-NEW-LIBRARY-EXIT.
000276      EXIT.
000277
000278  WRITE-JOURNAL-LINE SECTION.
000279* One history.txt line for the conversion, in the common audit
000280* record shape, so the shop audit trail shows when the library
000281* was rebuilt and how many patterns came through
000282      OPEN EXTEND AuditFile
000283      IF NOT auditErr = '00' THEN
000284         OPEN OUTPUT AuditFile
000285      END-IF
000286      IF NOT auditErr = '00' THEN
000287         DISPLAY 'Could not open history.txt for the journal.'
000288         GO TO WRITE-JOURNAL-EXIT
000289      END-IF
000290      ACCEPT runDate FROM DATE YYYYMMDD
000290      ACCEPT runTime FROM TIME
000291      MOVE SPACES TO AUDIT-RECORD
000292      MOVE runDate TO AUDIT-DATE
000293      MOVE runTime(1:6) TO AUDIT-TIME
000294      MOVE 'LIFELIBCNV' TO AUDIT-PROGRAM
000295      MOVE 'CONVERT' TO AUDIT-EVENT
000296      MOVE convertOutcome TO AUDIT-OUTCOME
000297      STRING
000298        'patterns.lib unloaded=' DELIMITED BY SIZE
000299        PatternsUnloaded DELIMITED BY SIZE
000300        ' converted=' DELIMITED BY SIZE
000301        PatternsConverted DELIMITED BY SIZE
000302        ' rejected=' DELIMITED BY SIZE
000303        PatternsRejected DELIMITED BY SIZE
000304        INTO AUDIT-DETAIL
000305      END-STRING
000306      MOVE AUDIT-RECORD TO AuditLine
000307      WRITE AuditPattern
000308      CLOSE AuditFile.
000309  WRITE-JOURNAL-EXIT.
000310      EXIT.
