000100******************************************************************
000200*  AUDITVFY - SHOP AUDIT TRAIL HASH-CHAIN VERIFICATION           *
000300*                                                                *
000400*  WALKS THE HASH CHAIN OF SHOP-AUDIT.LOG (SEE COPYBOOK          *
000500*  AUDITLNK) FROM THE OLDEST ARCHIVED LINE TO THE NEWEST LIVE    *
000600*  ONE AND REPORTS, TO AUDITVFY.RPT, EITHER THAT EVERY LINK      *
000700*  HOLDS OR THE FIRST ONE THAT DOES NOT - BY FILE, LINE, AND THE *
000800*  DATE AND TIME THE LINE CLAIMS.  THE CHAIN LEDGER              *
000900*  SHOP-AUDIT.CHN (SEE COPYBOOK AUDITLDG) NAMES THE ARCHIVES IN  *
001000*  CHAIN ORDER: EACH SHOP-AUDIT.LOG-<YYYYMM>.ARC IS WALKED FROM  *
001100*  THE LINE THE CHAIN ENTERS IT AT, AND MUST HOLD EXACTLY THE    *
001200*  LEDGERED NUMBER OF CHAINED LINES AND CLOSE ON THE LEDGERED    *
001300*  VALUE.  THE LIVE LOG THEN CARRIES ON FROM THE LAST ARCHIVE'S  *
001400*  CLOSING VALUE (FROM ZERO WHEN NOTHING IS ARCHIVED YET).  A    *
001500*  MISSING ARCHIVE, A LINE TOO MANY OR TOO FEW, AN EDITED LINE   *
001600*  OR A LINE WITHOUT ITS CHAIN VALUE ALL BREAK THE CHAIN.        *
001700*  NOTHING PAST THE FIRST BREAK IS CHECKED - EVERY LINK AFTER IT *
001800*  FAILS BY CONSTRUCTION.  RETURN CODE 0 FOR AN INTACT CHAIN,    *
001900*  8 FOR A BROKEN ONE.                                           *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. AUDITVFY.
002300 AUTHOR. OPERATIONS SUPPORT.
002400 INSTALLATION. BATCH SHOP.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700******************************************************************
002800*  MODIFICATION HISTORY                                          *
002900*  2026-10-15  OS   INITIAL VERSION                              *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LDGFILE ASSIGN TO 'SHOP-AUDIT.CHN'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS LDG-STATUS.
003700     SELECT ARCFILE ASSIGN TO ARC-NAME
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS ARC-STATUS.
004000     SELECT LIVEFILE ASSIGN TO 'SHOP-AUDIT.LOG'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS LIVE-STATUS.
004300     SELECT RPTFILE ASSIGN TO 'AUDITVFY.RPT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS RPT-STATUS.
004600******************************************************************
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LDGFILE.
005000 01  LDG-LINE             PIC X(80).
005100 FD  ARCFILE.
005200 01  ARC-LINE             PIC X(211).
005300 FD  LIVEFILE.
005400 01  LIVE-LINE            PIC X(211).
005500 FD  RPTFILE.
005600 01  RPT-LINE             PIC X(132).
005700******************************************************************
005800 WORKING-STORAGE SECTION.
005900 77  LDG-STATUS           PIC X(02) VALUE SPACES.
006000 77  ARC-STATUS           PIC X(02) VALUE SPACES.
006100 77  LIVE-STATUS          PIC X(02) VALUE SPACES.
006200 77  RPT-STATUS           PIC X(02) VALUE SPACES.
006300 01  ARC-NAME             PIC X(52) VALUE SPACES.
006400*    THE FILE BEING WALKED, FOR THE REPORT
006500 01  CURRENT-FILE         PIC X(52) VALUE SPACES.
006600*    THE CHAIN LEDGER, ONE ENTRY PER ARCHIVE MONTH IN CHAIN ORDER
006700 01  LEDGER-TABLE.
006800     05  LEDGER-COUNT     PIC 9(04) COMP VALUE ZERO.
006900     05  LEDGER-ENTRY OCCURS 1200 TIMES.
007000         10  LEDGER-MONTH PIC X(06).
007100         10  LEDGER-FROM  PIC 9(07).
007200         10  LEDGER-LINES PIC 9(07).
007300         10  LEDGER-CHAIN PIC 9(10).
007400 77  LEDGER-SUB           PIC 9(04) COMP VALUE ZERO.
007500 01  FILE-END-SW          PIC X(01) VALUE 'N'.
007600     88  FILE-AT-END                VALUE 'Y'.
007700 01  WORK-LINE            PIC X(211) VALUE SPACES.
007800*    THE WALK: THE CHAIN VALUE THE NEXT LINE MUST BE LINKED TO,
007900*    THE LINE NUMBER WITHIN THE CURRENT FILE, AND THE CHAINED
008000*    LINES SEEN IN IT
008100 77  CHAIN-EXPECT         PIC 9(10) VALUE ZERO.
008200 77  LINE-NO              PIC 9(07) COMP VALUE ZERO.
008300 77  CHAINED-COUNT        PIC 9(07) COMP VALUE ZERO.
008400 77  ARCHIVED-TOTAL       PIC 9(07) COMP VALUE ZERO.
008500 77  LIVE-TOTAL           PIC 9(07) COMP VALUE ZERO.
008600 77  EDIT-COUNT           PIC Z(6)9 VALUE ZEROS.
008700 77  EDIT-COUNT-2         PIC Z(6)9 VALUE ZEROS.
008800 77  EDIT-CHAIN           PIC 9(10) VALUE ZERO.
008900*    THE FIRST BROKEN LINK - WHERE, WHAT THE LINE CLAIMS, AND WHY
009000 01  BREAK-SW             PIC X(01) VALUE 'N'.
009100     88  CHAIN-BROKEN               VALUE 'Y'.
009200 01  BREAK-FILE           PIC X(52) VALUE SPACES.
009300 77  BREAK-LINE           PIC 9(07) VALUE ZERO.
009400 01  BREAK-DATE           PIC X(08) VALUE SPACES.
009500 01  BREAK-TIME           PIC X(06) VALUE SPACES.
009600 01  BREAK-REASON         PIC X(60) VALUE SPACES.
009700 01  BREAK-STORED         PIC X(10) VALUE SPACES.
009800 01  BREAK-EXPECTED       PIC X(10) VALUE SPACES.
009900     COPY AUDITREC.
010000     COPY AUDITLNK.
010100     COPY AUDITLDG.
010200******************************************************************
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010600     PERFORM 2000-WALK-ARCHIVES THRU 2000-EXIT
010700     PERFORM 3000-WALK-LIVE-LOG THRU 3000-EXIT
010800     PERFORM 9000-WRAP-UP THRU 9000-EXIT
010900     GO TO 9999-END-OF-JOB.
011000
011100******************************************************************
011200*  1000-INITIALIZE - THE REPORT, AND THE CHAIN LEDGER INTO ITS   *
011300*  TABLE.  NO LEDGER MEANS NOTHING HAS BEEN ARCHIVED YET; A      *
011400*  LEDGER LINE THAT DOES NOT PARSE IS ITSELF A BREAK, SINCE      *
011500*  NOTHING AFTER IT CAN BE PLACED IN THE CHAIN.                  *
011600******************************************************************
011700 1000-INITIALIZE.
011800     OPEN OUTPUT RPTFILE
011900     MOVE 'SHOP-AUDIT.CHN' TO CURRENT-FILE
012000     MOVE ZERO TO LEDGER-COUNT
012100     MOVE ZERO TO LINE-NO
012200     OPEN INPUT LDGFILE
012300     IF LDG-STATUS = '00'
012400         MOVE 'N' TO FILE-END-SW
012500         PERFORM 1100-LOAD-ONE-LEDGER-LINE THRU 1100-EXIT
012600             UNTIL FILE-AT-END OR CHAIN-BROKEN
012700         CLOSE LDGFILE
012800     END-IF
012900     MOVE LEDGER-COUNT TO EDIT-COUNT
013000     MOVE SPACES TO RPT-LINE
013100     STRING
013200         'AUDIT-TRAIL HASH-CHAIN VERIFICATION - LEDGER NAMES'
013300             DELIMITED BY SIZE
013400         EDIT-COUNT DELIMITED BY SIZE
013500         ' ARCHIVE MONTH(S)' DELIMITED BY SIZE
013600         INTO RPT-LINE
013700     END-STRING
013800     WRITE RPT-LINE.
013900 1000-EXIT.
014000     EXIT.
014100
014200 1100-LOAD-ONE-LEDGER-LINE.
014300     READ LDGFILE
014400         AT END
014500             MOVE 'Y' TO FILE-END-SW
014600             GO TO 1100-EXIT
014700     END-READ
014800     ADD 1 TO LINE-NO
014900     IF LDG-LINE = SPACES
015000         GO TO 1100-EXIT
015100     END-IF
015200     MOVE LDG-LINE TO LDG-RECORD
015300     IF LDG-LINE (1:6) NOT = 'MONTH '
015400         OR LDG-MONTH IS NOT NUMERIC
015500         OR LDG-FROM IS NOT NUMERIC
015600         OR LDG-LINES IS NOT NUMERIC
015700         OR LDG-CHAIN IS NOT NUMERIC
015800         MOVE SPACES TO WORK-LINE
015900         MOVE 'LEDGER LINE DOES NOT PARSE' TO BREAK-REASON
016000         MOVE SPACES TO BREAK-STORED
016100         MOVE SPACES TO BREAK-EXPECTED
016200         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
016300         GO TO 1100-EXIT
016400     END-IF
016500     IF LEDGER-COUNT >= 1200
016600         MOVE SPACES TO WORK-LINE
016700         MOVE 'LEDGER HOLDS MORE MONTHS THAN CAN BE WALKED'
016800             TO BREAK-REASON
016900         MOVE SPACES TO BREAK-STORED
017000         MOVE SPACES TO BREAK-EXPECTED
017100         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
017200         GO TO 1100-EXIT
017300     END-IF
017400     ADD 1 TO LEDGER-COUNT
017500     MOVE LDG-MONTH TO LEDGER-MONTH (LEDGER-COUNT)
017600     MOVE LDG-FROM TO LEDGER-FROM (LEDGER-COUNT)
017700     MOVE LDG-LINES TO LEDGER-LINES (LEDGER-COUNT)
017800     MOVE LDG-CHAIN TO LEDGER-CHAIN (LEDGER-COUNT).
017900 1100-EXIT.
018000     EXIT.
018100
018200******************************************************************
018300*  2000-WALK-ARCHIVES - EVERY LEDGERED ARCHIVE IN CHAIN ORDER,   *
018400*  THE CHAIN RUNNING ON FROM ONE INTO THE NEXT.                  *
018500******************************************************************
018600 2000-WALK-ARCHIVES.
018700     MOVE ZERO TO CHAIN-EXPECT
018800     IF CHAIN-BROKEN
018900         GO TO 2000-EXIT
019000     END-IF
019100     PERFORM 2100-WALK-ONE-ARCHIVE THRU 2100-EXIT
019200         VARYING LEDGER-SUB FROM 1 BY 1
019300         UNTIL LEDGER-SUB > LEDGER-COUNT OR CHAIN-BROKEN.
019400 2000-EXIT.
019500     EXIT.
019600
019700******************************************************************
019800*  2100-WALK-ONE-ARCHIVE - LINES BEFORE THE LEDGERED ENTRY POINT *
019900*  PREDATE THE CHAIN AND ARE PASSED OVER; FROM THERE ON EVERY    *
020000*  LINE IS A LINK.  THE ARCHIVE MUST THEN HAVE HELD EXACTLY THE  *
020100*  LEDGERED COUNT AND CLOSED ON THE LEDGERED VALUE.              *
020200******************************************************************
020300 2100-WALK-ONE-ARCHIVE.
020400     MOVE SPACES TO ARC-NAME
020500     STRING
020600         'SHOP-AUDIT.LOG-' DELIMITED BY SIZE
020700         LEDGER-MONTH (LEDGER-SUB) DELIMITED BY SIZE
020800         '.ARC' DELIMITED BY SIZE
020900         INTO ARC-NAME
021000     END-STRING
021100     MOVE ARC-NAME TO CURRENT-FILE
021200     MOVE ZERO TO LINE-NO
021300     MOVE ZERO TO CHAINED-COUNT
021400     MOVE SPACES TO WORK-LINE
021500     OPEN INPUT ARCFILE
021600     IF ARC-STATUS NOT = '00'
021700         MOVE 'ARCHIVE NAMED IN THE LEDGER IS MISSING'
021800             TO BREAK-REASON
021900         MOVE SPACES TO BREAK-STORED
022000         MOVE SPACES TO BREAK-EXPECTED
022100         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
022200         GO TO 2100-EXIT
022300     END-IF
022400     MOVE 'N' TO FILE-END-SW
022500     PERFORM 2200-CHECK-ARCHIVE-LINE THRU 2200-EXIT
022600         UNTIL FILE-AT-END OR CHAIN-BROKEN
022700     CLOSE ARCFILE
022800     IF CHAIN-BROKEN
022900         GO TO 2100-EXIT
023000     END-IF
023100     IF CHAINED-COUNT < LEDGER-LINES (LEDGER-SUB)
023200         ADD 1 TO LINE-NO
023300         MOVE SPACES TO WORK-LINE
023400         MOVE 'ARCHIVE ENDS SHORT OF ITS LEDGERED LINE COUNT'
023500             TO BREAK-REASON
023600         MOVE SPACES TO BREAK-STORED
023700         MOVE SPACES TO BREAK-EXPECTED
023800         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
023900         GO TO 2100-EXIT
024000     END-IF
024100     IF CHAIN-EXPECT NOT = LEDGER-CHAIN (LEDGER-SUB)
024200         MOVE 'ARCHIVE DOES NOT CLOSE ON ITS LEDGERED CHAIN VALUE'
024300             TO BREAK-REASON
024400         MOVE LEDGER-CHAIN (LEDGER-SUB) TO BREAK-STORED
024500         MOVE CHAIN-EXPECT TO BREAK-EXPECTED
024600         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
024700         GO TO 2100-EXIT
024800     END-IF
024900     ADD CHAINED-COUNT TO ARCHIVED-TOTAL
025000     PERFORM 8000-REPORT-FILE-INTACT THRU 8000-EXIT.
025100 2100-EXIT.
025200     EXIT.
025300
025400 2200-CHECK-ARCHIVE-LINE.
025500     READ ARCFILE INTO WORK-LINE
025600         AT END
025700             MOVE 'Y' TO FILE-END-SW
025800             GO TO 2200-EXIT
025900     END-READ
026000     ADD 1 TO LINE-NO
026100     IF LINE-NO < LEDGER-FROM (LEDGER-SUB)
026200         GO TO 2200-EXIT
026300     END-IF
026400     ADD 1 TO CHAINED-COUNT
026500     IF CHAINED-COUNT > LEDGER-LINES (LEDGER-SUB)
026600         MOVE 'LINE BEYOND THE ARCHIVE''S LEDGERED LINE COUNT'
026700             TO BREAK-REASON
026800         MOVE SPACES TO BREAK-STORED
026900         MOVE SPACES TO BREAK-EXPECTED
027000         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
027100         GO TO 2200-EXIT
027200     END-IF
027300     PERFORM 5000-CHECK-ONE-LINK THRU 5000-EXIT.
027400 2200-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800*  3000-WALK-LIVE-LOG - THE LIVE LOG, CARRYING ON FROM WHERE THE *
027900*  ARCHIVES LEFT THE CHAIN.  THE CONSOLIDATION JOB ALWAYS WRITES *
028000*  IT, SO A MISSING LIVE LOG IS A BREAK TOO.                     *
028100******************************************************************
028200 3000-WALK-LIVE-LOG.
028300     IF CHAIN-BROKEN
028400         GO TO 3000-EXIT
028500     END-IF
028600     MOVE 'SHOP-AUDIT.LOG' TO CURRENT-FILE
028700     MOVE ZERO TO LINE-NO
028800     MOVE ZERO TO CHAINED-COUNT
028900     MOVE SPACES TO WORK-LINE
029000     OPEN INPUT LIVEFILE
029100     IF LIVE-STATUS NOT = '00'
029200         MOVE 'LIVE LOG IS MISSING' TO BREAK-REASON
029300         MOVE SPACES TO BREAK-STORED
029400         MOVE SPACES TO BREAK-EXPECTED
029500         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
029600         GO TO 3000-EXIT
029700     END-IF
029800     MOVE 'N' TO FILE-END-SW
029900     PERFORM 3100-CHECK-LIVE-LINE THRU 3100-EXIT
030000         UNTIL FILE-AT-END OR CHAIN-BROKEN
030100     CLOSE LIVEFILE
030200     IF CHAIN-BROKEN
030300         GO TO 3000-EXIT
030400     END-IF
030500     MOVE CHAINED-COUNT TO LIVE-TOTAL
030600     PERFORM 8000-REPORT-FILE-INTACT THRU 8000-EXIT.
030700 3000-EXIT.
030800     EXIT.
030900
031000 3100-CHECK-LIVE-LINE.
031100     READ LIVEFILE INTO WORK-LINE
031200         AT END
031300             MOVE 'Y' TO FILE-END-SW
031400             GO TO 3100-EXIT
031500     END-READ
031600     ADD 1 TO LINE-NO
031700     ADD 1 TO CHAINED-COUNT
031800     PERFORM 5000-CHECK-ONE-LINK THRU 5000-EXIT.
031900 3100-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300*  5000-CHECK-ONE-LINK - THE LINE IN WORK-LINE MUST CARRY THE    *
032400*  CHAIN VALUE ITS OWN 200 BYTES AND THE VALUE BEFORE IT MAKE.   *
032500******************************************************************
032600 5000-CHECK-ONE-LINK.
032700     MOVE WORK-LINE (1:200) TO CHAIN-RECORD
032800     MOVE CHAIN-EXPECT TO CHAIN-PRIOR
032900     CALL 'AUDITCHN' USING CHAIN-LINK
033000     IF WORK-LINE (201:1) NOT = SPACE
033100         OR WORK-LINE (202:10) IS NOT NUMERIC
033200         MOVE 'LINE CARRIES NO CHAIN VALUE' TO BREAK-REASON
033300         MOVE WORK-LINE (202:10) TO BREAK-STORED
033400         MOVE CHAIN-VALUE TO BREAK-EXPECTED
033500         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
033600         GO TO 5000-EXIT
033700     END-IF
033800     IF WORK-LINE (202:10) NOT = CHAIN-VALUE
033900         MOVE 'CHAIN VALUE DOES NOT FOLLOW FROM THE LINE BEFORE'
034000             TO BREAK-REASON
034100         MOVE WORK-LINE (202:10) TO BREAK-STORED
034200         MOVE CHAIN-VALUE TO BREAK-EXPECTED
034300         PERFORM 5100-RECORD-BREAK THRU 5100-EXIT
034400         GO TO 5000-EXIT
034500     END-IF
034600     MOVE CHAIN-VALUE TO CHAIN-EXPECT.
034700 5000-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100*  5100-RECORD-BREAK - THE FIRST BROKEN LINK: THE FILE AND LINE  *
035200*  NOW IN HAND, AND THE DATE AND TIME THE LINE CLAIMS (BLANK     *
035300*  WHEN THE BREAK IS NOT A LINE BUT A LINE MISSING).  THE        *
035400*  CALLER HAS SET THE REASON AND THE TWO VALUES.                 *
035500******************************************************************
035600 5100-RECORD-BREAK.
035700     MOVE 'Y' TO BREAK-SW
035800     MOVE CURRENT-FILE TO BREAK-FILE
035900     MOVE LINE-NO TO BREAK-LINE
036000     MOVE WORK-LINE (1:200) TO AUDIT-RECORD
036100     MOVE AUDIT-DATE TO BREAK-DATE
036200     MOVE AUDIT-TIME TO BREAK-TIME.
036300 5100-EXIT.
036400     EXIT.
036500
036600 8000-REPORT-FILE-INTACT.
036700     MOVE CHAINED-COUNT TO EDIT-COUNT
036800     MOVE CHAIN-EXPECT TO EDIT-CHAIN
036900     MOVE SPACES TO RPT-LINE
037000     STRING
037100         CURRENT-FILE DELIMITED BY ' '
037200         '  LINES' DELIMITED BY SIZE
037300         EDIT-COUNT DELIMITED BY SIZE
037400         '  INTACT, CLOSING ' DELIMITED BY SIZE
037500         EDIT-CHAIN DELIMITED BY SIZE
037600         INTO RPT-LINE
037700     END-STRING
037800     WRITE RPT-LINE.
037900 8000-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*  9000-WRAP-UP - THE VERDICT: THE FIRST BROKEN LINK IN FULL, OR *
038400*  THE COUNT OF LINKS PROVED.                                    *
038500******************************************************************
038600 9000-WRAP-UP.
038700     IF CHAIN-BROKEN
038800         PERFORM 9100-REPORT-BREAK THRU 9100-EXIT
038900     ELSE
039000         MOVE ARCHIVED-TOTAL TO EDIT-COUNT
039100         MOVE LIVE-TOTAL TO EDIT-COUNT-2
039200         MOVE SPACES TO RPT-LINE
039300         STRING
039400             'CHAIN INTACT -' DELIMITED BY SIZE
039500             EDIT-COUNT DELIMITED BY SIZE
039600             ' ARCHIVED AND' DELIMITED BY SIZE
039700             EDIT-COUNT-2 DELIMITED BY SIZE
039800             ' LIVE LINES VERIFIED' DELIMITED BY SIZE
039900             INTO RPT-LINE
040000         END-STRING
040100         WRITE RPT-LINE
040200     END-IF
040300     CLOSE RPTFILE.
040400 9000-EXIT.
040500     EXIT.
040600
040700 9100-REPORT-BREAK.
040800     MOVE BREAK-LINE TO EDIT-COUNT
040900     MOVE SPACES TO RPT-LINE
041000     STRING
041100         '*** CHAIN BROKEN IN ' DELIMITED BY SIZE
041200         BREAK-FILE DELIMITED BY ' '
041300         ' AT LINE' DELIMITED BY SIZE
041400         EDIT-COUNT DELIMITED BY SIZE
041500         ' ***' DELIMITED BY SIZE
041600         INTO RPT-LINE
041700     END-STRING
041800     WRITE RPT-LINE
041900     MOVE SPACES TO RPT-LINE
042000     STRING
042100         '    ' DELIMITED BY SIZE
042200         BREAK-REASON DELIMITED BY '  '
042300         INTO RPT-LINE
042400     END-STRING
042500     WRITE RPT-LINE
042600     IF BREAK-DATE NOT = SPACES
042700         MOVE SPACES TO RPT-LINE
042800         STRING
042900             '    LINE DATED ' DELIMITED BY SIZE
043000             BREAK-DATE DELIMITED BY SIZE
043100             ' ' DELIMITED BY SIZE
043200             BREAK-TIME DELIMITED BY SIZE
043300             INTO RPT-LINE
043400         END-STRING
043500         WRITE RPT-LINE
043600     END-IF
043700     IF BREAK-STORED NOT = SPACES OR BREAK-EXPECTED NOT = SPACES
043800         MOVE SPACES TO RPT-LINE
043900         STRING
044000             '    STORED ' DELIMITED BY SIZE
044100             BREAK-STORED DELIMITED BY SIZE
044200             '  EXPECTED ' DELIMITED BY SIZE
044300             BREAK-EXPECTED DELIMITED BY SIZE
044400             INTO RPT-LINE
044500         END-STRING
044600         WRITE RPT-LINE
044700     END-IF
044800     MOVE ARCHIVED-TOTAL TO EDIT-COUNT
044900     MOVE SPACES TO RPT-LINE
045000     STRING
045100         'NOTHING PAST THE BREAK CHECKED -' DELIMITED BY SIZE
045200         EDIT-COUNT DELIMITED BY SIZE
045300         ' ARCHIVED LINES PROVED BEFORE IT' DELIMITED BY SIZE
045400         INTO RPT-LINE
045500     END-STRING
045600     WRITE RPT-LINE.
045700 9100-EXIT.
045800     EXIT.
045900
046000 9999-END-OF-JOB.
046100*    A BROKEN CHAIN STOPS THE STREAM; AN INTACT ONE ENDS AT ZERO
046200     IF CHAIN-BROKEN
046300         MOVE 8 TO RETURN-CODE
046400     END-IF
046500     STOP RUN.
