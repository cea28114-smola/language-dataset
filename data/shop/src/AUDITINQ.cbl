000100******************************************************************
000200*  AUDITINQ - SHOP AUDIT TRAIL INQUIRY                           *
000300*                                                                *
000400*  ANSWERS "WHAT HAPPENED, WHEN" ACROSS THE PER-PROGRAM AUDIT    *
000500*  TRAILS (HISTORY.TXT, UTF8-AUDIT.LOG, COBOLCALC.LOG,           *
000600*  ANAGRAMM.LOG AND JOBSTRM.LOG - ALL IN THE COMMON AUDIT        *
000700*  RECORD, SEE COPYBOOK AUDITREC) AND THE MONTHLY ARCHIVES THE   *
000800*  RETENTION JOB (AUDITRET) HAS MOVED THEIR OLD LINES INTO.  THE *
000900*  SELECTION COMES FROM AUDITINQ.SEL, ONE CRITERION PER LINE     *
001000*  STARTING IN THE FIRST COLUMN ('#' LINES ARE COMMENTS):        *
001100*                                                                *
001200*    FROM JJJJMMTT       FIRST DAY WANTED - REQUIRED             *
001300*    TO JJJJMMTT         LAST DAY WANTED - DEFAULT TODAY         *
001400*    PROGRAM NAME        AUDIT-PROGRAM EQUALS NAME               *
001500*    EVENT NAME          AUDIT-EVENT EQUALS NAME                 *
001600*    OUTCOME CODE        AUDIT-OUTCOME EQUALS CODE, OR           *
001700*    OUTCOME NOT CODE    ANYTHING BUT CODE (NOT OK = FAILURES)   *
001800*    DETAIL TEXT         AUDIT-DETAIL CONTAINS TEXT ANYWHERE     *
001900*                                                                *
002000*  A CRITERION LEFT OUT SELECTS EVERYTHING.  FOR EACH TRAIL      *
002100*  THE RANGE'S MONTHS NAME THE ARCHIVES, <LOG>-<YYYYMM>.ARC,     *
002200*  THAT CAN HOLD ITS LINES - THOSE THAT EXIST ARE READ IN MONTH  *
002300*  ORDER AND THE LIVE LOG AFTER THEM, SO EVERY TRAIL READS       *
002400*  OLDEST FIRST AND A STREAMING MERGE ON THE DATE-AND-TIME KEY   *
002500*  (AS IN THE CONSOLIDATION JOB, AUDITMRG) PUTS THE SELECTED     *
002600*  LINES OUT IN ONE CHRONOLOGICAL EXTRACT, AUDITINQ.TXT,         *
002700*  FOLLOWED BY THE FILES SEARCHED AND A COUNT PER PROGRAM.       *
002800*  SHOP-AUDIT.LOG IS NOT SEARCHED: IT IS THESE SAME TRAILS       *
002900*  CONSOLIDATED, AND WOULD ONLY REPEAT THEIR LINES.  LINES NOT   *
003000*  IN THE COMMON RECORD CARRY NO DATE OR PROGRAM TO SELECT ON    *
003100*  AND ARE COUNTED AND PASSED OVER.  RETURN CODE 0 WHEN LINES    *
003200*  ARE SELECTED, 4 WHEN NONE ARE, 12 WHEN THE SELECTION ITSELF   *
003300*  IS MISSING OR WRONG.                                          *
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. AUDITINQ.
003700 AUTHOR. OPERATIONS SUPPORT.
003800 INSTALLATION. BATCH SHOP.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.
004100******************************************************************
004200*  MODIFICATION HISTORY                                          *
004300*  2026-10-15  OS   INITIAL VERSION                              *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT SELFILE ASSIGN TO 'AUDITINQ.SEL'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS SEL-STATUS.
005100     SELECT INQFILE ASSIGN TO 'AUDITINQ.TXT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS INQ-STATUS.
005400     SELECT HISTFILE ASSIGN TO HIST-NAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS HIST-STATUS.
005700     SELECT UTFFILE ASSIGN TO UTF-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS UTF-STATUS.
006000     SELECT CALCFILE ASSIGN TO CALC-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CALC-STATUS.
006300     SELECT ANAGFILE ASSIGN TO ANAG-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS ANAG-STATUS.
006600     SELECT JOBFILE ASSIGN TO JOB-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS JOB-STATUS.
006900******************************************************************
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  SELFILE.
007300 01  SEL-LINE             PIC X(80).
007400 FD  INQFILE.
007500 01  INQ-LINE             PIC X(200).
007600 FD  HISTFILE.
007700 01  HIST-LINE            PIC X(200).
007800 FD  UTFFILE.
007900 01  UTF-LINE             PIC X(200).
008000 FD  CALCFILE.
008100 01  CALC-LINE            PIC X(200).
008200 FD  ANAGFILE.
008300 01  ANAG-LINE            PIC X(200).
008400 FD  JOBFILE.
008500 01  JOB-LINE             PIC X(200).
008600******************************************************************
008700 WORKING-STORAGE SECTION.
008800 77  SEL-STATUS           PIC X(02) VALUE SPACES.
008900 77  INQ-STATUS           PIC X(02) VALUE SPACES.
009000 77  HIST-STATUS          PIC X(02) VALUE SPACES.
009100 77  UTF-STATUS           PIC X(02) VALUE SPACES.
009200 77  CALC-STATUS          PIC X(02) VALUE SPACES.
009300 77  ANAG-STATUS          PIC X(02) VALUE SPACES.
009400 77  JOB-STATUS           PIC X(02) VALUE SPACES.
009500 77  OPEN-STATUS          PIC X(02) VALUE SPACES.
009600 01  HIST-NAME            PIC X(52) VALUE SPACES.
009700 01  UTF-NAME             PIC X(52) VALUE SPACES.
009800 01  CALC-NAME            PIC X(52) VALUE SPACES.
009900 01  ANAG-NAME            PIC X(52) VALUE SPACES.
010000 01  JOB-NAME             PIC X(52) VALUE SPACES.
010100 01  TRY-NAME             PIC X(52) VALUE SPACES.
010200*    THE SELECTION AS READ FROM AUDITINQ.SEL.  SPACES IN A
010300*    CRITERION MEAN IT WAS NOT GIVEN
010400 01  SEL-FROM             PIC X(08) VALUE SPACES.
010500 01  SEL-TO               PIC X(08) VALUE SPACES.
010600 01  SEL-PROGRAM          PIC X(10) VALUE SPACES.
010700 01  SEL-EVENT            PIC X(10) VALUE SPACES.
010800 01  SEL-OUTCOME          PIC X(04) VALUE SPACES.
010900 01  SEL-OUTCOME-SW       PIC X(01) VALUE 'N'.
011000     88  SEL-OUTCOME-NOT            VALUE 'Y'.
011100 01  SEL-DETAIL           PIC X(74) VALUE SPACES.
011200 77  SEL-DETAIL-LEN       PIC 9(02) COMP VALUE ZERO.
011300*    ONE SELECTION LINE TAKEN APART
011400 01  SEL-KEYWORD          PIC X(10) VALUE SPACES.
011500 01  SEL-WORD-1           PIC X(40) VALUE SPACES.
011600 01  SEL-WORD-2           PIC X(40) VALUE SPACES.
011700 77  SEL-LINE-NO          PIC 9(05) COMP VALUE ZERO.
011800 77  SEL-LEAD             PIC 9(02) COMP VALUE ZERO.
011900 77  SEL-START            PIC 9(02) COMP VALUE ZERO.
012000 77  SEL-END              PIC 9(02) COMP VALUE ZERO.
012100 01  SEL-BAD-SW           PIC X(01) VALUE 'N'.
012200     88  SELECTION-BAD              VALUE 'Y'.
012300 01  SEL-BAD-REASON       PIC X(60) VALUE SPACES.
012400*    A DATE CRITERION CHECKED FOR SHAPE - JJJJMMTT WITH A REAL
012500*    MONTH AND A DAY OF 01-31
012600 01  DATE-CHECK           PIC X(08) VALUE SPACES.
012700 01  DATE-CHECK-PARTS REDEFINES DATE-CHECK.
012800     05  DATE-CHECK-YYYY  PIC X(04).
012900     05  DATE-CHECK-MM    PIC X(02).
013000     05  DATE-CHECK-DD    PIC X(02).
013100 01  DATE-OK-SW           PIC X(01) VALUE 'N'.
013200 77  TODAY-DATE           PIC 9(08) VALUE ZERO.
013300*    MONTH ARITHMETIC FOR WALKING A TRAIL'S ARCHIVES
013400 01  MONTH-WORK           PIC 9(06) VALUE ZERO.
013500 01  MONTH-PARTS REDEFINES MONTH-WORK.
013600     05  MONTH-YYYY       PIC 9(04).
013700     05  MONTH-MM         PIC 9(02).
013800 01  FROM-MONTH           PIC 9(06) VALUE ZERO.
013900 01  TO-MONTH             PIC 9(06) VALUE ZERO.
014000*    THE MERGE SOURCES - ONE PER TRAIL.  EACH WORKS THROUGH ITS
014100*    ARCHIVES ('A', MONTH BY MONTH) AND THEN ITS LIVE LOG ('L')
014200*    BEFORE IT IS DONE ('E'), HOLDING ONE SELECTED LINE AS ITS
014300*    MERGE HEAD
014400 01  SOURCE-TABLE.
014500     05  SRC-ENTRY OCCURS 5 TIMES.
014600         10  SRC-LOG      PIC X(40).
014700         10  SRC-PHASE    PIC X(01).
014800         10  SRC-MONTH    PIC 9(06).
014900         10  SRC-EOF-SW   PIC X(01).
015000         10  SRC-FILE-IX  PIC 9(04) COMP.
015100         10  SRC-LINE     PIC X(200).
015200         10  SRC-KEY      PIC X(15).
015300 77  SRC-SUB              PIC 9(01) COMP VALUE ZERO.
015400 77  PICK-SUB             PIC 9(01) COMP VALUE ZERO.
015500 77  MY                   PIC 9(01) COMP VALUE ZERO.
015600 01  PICK-KEY             PIC X(15) VALUE SPACES.
015700 01  FILE-END-SW          PIC X(01) VALUE 'N'.
015800 01  WORK-LINE            PIC X(200) VALUE SPACES.
015900 01  LINE-SELECTED-SW     PIC X(01) VALUE 'N'.
016000     88  LINE-SELECTED              VALUE 'Y'.
016100 77  DETAIL-HITS          PIC 9(03) COMP VALUE ZERO.
016200*    EVERY FILE ACTUALLY OPENED, FOR THE LIST OF FILES SEARCHED
016300 01  FILE-TABLE.
016400     05  FILE-COUNT       PIC 9(04) COMP VALUE ZERO.
016500     05  FILE-ENTRY OCCURS 400 TIMES.
016600         10  FILE-NAME    PIC X(52).
016700         10  FILE-READ    PIC 9(07) COMP.
016800         10  FILE-PICKED  PIC 9(07) COMP.
016900         10  FILE-SRC     PIC 9(01) COMP.
017000 77  FILE-SUB             PIC 9(04) COMP VALUE ZERO.
017100 77  FILE-OVER            PIC 9(04) COMP VALUE ZERO.
017200*    SELECTED LINES PER WRITING PROGRAM, IN ORDER OF FIRST
017300*    APPEARANCE
017400 01  PGM-TABLE.
017500     05  PGM-COUNT        PIC 9(02) COMP VALUE ZERO.
017600     05  PGM-ENTRY OCCURS 50 TIMES.
017700         10  PGM-NAME     PIC X(10).
017800         10  PGM-HITS     PIC 9(07) COMP.
017900 77  PGM-SUB              PIC 9(02) COMP VALUE ZERO.
018000 77  PGM-OVER             PIC 9(07) COMP VALUE ZERO.
018100 77  SELECTED-TOTAL       PIC 9(07) COMP VALUE ZERO.
018200 77  UNPARSED-COUNT       PIC 9(07) COMP VALUE ZERO.
018300 77  EDIT-COUNT           PIC Z(6)9 VALUE ZEROS.
018400 77  EDIT-COUNT-2         PIC Z(6)9 VALUE ZEROS.
018500     COPY AUDITREC.
018600******************************************************************
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019000     IF NOT SELECTION-BAD
019100         PERFORM 2000-OPEN-ALL-SOURCES THRU 2000-EXIT
019200         PERFORM 3000-WRITE-EXTRACT THRU 3000-EXIT
019300         PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
019400     END-IF
019500     PERFORM 9000-WRAP-UP THRU 9000-EXIT
019600     GO TO 9999-END-OF-JOB.
019700
019800******************************************************************
019900*  1000-INITIALIZE - THE TRAILS, THE SELECTION, AND THE HEAD OF  *
020000*  THE EXTRACT.  A SELECTION THAT IS MISSING OR DOES NOT PARSE   *
020100*  IS REFUSED WHOLE RATHER THAN ANSWERED WITH THE WRONG LINES.   *
020200******************************************************************
020300 1000-INITIALIZE.
020400     MOVE 'history.txt'       TO SRC-LOG (1)
020500     MOVE 'utf8-audit.log'    TO SRC-LOG (2)
020600     MOVE 'CobolCalc.log'     TO SRC-LOG (3)
020700     MOVE 'ANAGRAMM.LOG'      TO SRC-LOG (4)
020800     MOVE 'JOBSTRM.LOG'       TO SRC-LOG (5)
020900     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
021000     OPEN OUTPUT INQFILE
021100     OPEN INPUT SELFILE
021200     IF SEL-STATUS NOT = '00'
021300         MOVE 'Y' TO SEL-BAD-SW
021400         MOVE 'NO SELECTION FILE AUDITINQ.SEL' TO SEL-BAD-REASON
021500         GO TO 1000-REFUSED
021600     END-IF
021700     PERFORM 1100-PARSE-ONE-LINE THRU 1100-EXIT
021800         UNTIL SEL-STATUS NOT = '00' OR SELECTION-BAD
021900     CLOSE SELFILE
022000     IF SELECTION-BAD
022100         GO TO 1000-REFUSED
022200     END-IF
022300     IF SEL-FROM = SPACES
022400         MOVE 'Y' TO SEL-BAD-SW
022500         MOVE 'NO FROM DATE - THE RANGE MUST HAVE A START'
022600             TO SEL-BAD-REASON
022700         GO TO 1000-REFUSED
022800     END-IF
022900     IF SEL-TO = SPACES
023000         MOVE TODAY-DATE TO SEL-TO
023100     END-IF
023200     IF SEL-FROM > SEL-TO
023300         MOVE 'Y' TO SEL-BAD-SW
023400         MOVE 'FROM DATE IS AFTER TO DATE' TO SEL-BAD-REASON
023500         GO TO 1000-REFUSED
023600     END-IF
023700     PERFORM 1200-WRITE-HEADING THRU 1200-EXIT
023800     GO TO 1000-EXIT.
023900 1000-REFUSED.
024000     MOVE SPACES TO INQ-LINE
024100     STRING
024200         'AUDIT-TRAIL INQUIRY REFUSED - ' DELIMITED BY SIZE
024300         SEL-BAD-REASON DELIMITED BY SIZE
024400         INTO INQ-LINE
024500     END-STRING
024600     WRITE INQ-LINE.
024700 1000-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100*  1100-PARSE-ONE-LINE - ONE CRITERION.  THE DETAIL TEXT IS THE  *
025200*  REST OF ITS LINE, EMBEDDED SPACES AND ALL; EVERY OTHER        *
025300*  CRITERION IS ONE WORD (TWO FOR OUTCOME NOT).                  *
025400******************************************************************
025500 1100-PARSE-ONE-LINE.
025600     READ SELFILE
025700         AT END
025800             MOVE '10' TO SEL-STATUS
025900             GO TO 1100-EXIT
026000     END-READ
026100     ADD 1 TO SEL-LINE-NO
026200     IF SEL-LINE = SPACES OR SEL-LINE (1:1) = '#'
026300         GO TO 1100-EXIT
026400     END-IF
026500     MOVE SPACES TO SEL-KEYWORD
026600     MOVE SPACES TO SEL-WORD-1
026700     MOVE SPACES TO SEL-WORD-2
026800     UNSTRING SEL-LINE DELIMITED BY ALL ' '
026900         INTO SEL-KEYWORD, SEL-WORD-1, SEL-WORD-2
027000     END-UNSTRING
027100     EVALUATE SEL-KEYWORD
027200         WHEN 'FROM'
027300             MOVE SEL-WORD-1 (1:8) TO DATE-CHECK
027400             PERFORM 1150-CHECK-DATE THRU 1150-EXIT
027500             IF DATE-OK-SW = 'Y' AND SEL-WORD-1 (9:32) = SPACES
027600                 MOVE DATE-CHECK TO SEL-FROM
027700             ELSE
027800                 PERFORM 1190-BAD-LINE THRU 1190-EXIT
027900             END-IF
028000         WHEN 'TO'
028100             MOVE SEL-WORD-1 (1:8) TO DATE-CHECK
028200             PERFORM 1150-CHECK-DATE THRU 1150-EXIT
028300             IF DATE-OK-SW = 'Y' AND SEL-WORD-1 (9:32) = SPACES
028400                 MOVE DATE-CHECK TO SEL-TO
028500             ELSE
028600                 PERFORM 1190-BAD-LINE THRU 1190-EXIT
028700             END-IF
028800         WHEN 'PROGRAM'
028900             IF SEL-WORD-1 NOT = SPACES
029000                 AND SEL-WORD-1 (11:30) = SPACES
029100                 MOVE SEL-WORD-1 TO SEL-PROGRAM
029200             ELSE
029300                 PERFORM 1190-BAD-LINE THRU 1190-EXIT
029400             END-IF
029500         WHEN 'EVENT'
029600             IF SEL-WORD-1 NOT = SPACES
029700                 AND SEL-WORD-1 (11:30) = SPACES
029800                 MOVE SEL-WORD-1 TO SEL-EVENT
029900             ELSE
030000                 PERFORM 1190-BAD-LINE THRU 1190-EXIT
030100             END-IF
030200         WHEN 'OUTCOME'
030300             IF SEL-WORD-1 = 'NOT'
030400                 MOVE 'Y' TO SEL-OUTCOME-SW
030500                 MOVE SEL-WORD-2 TO SEL-WORD-1
030600             ELSE
030700                 MOVE 'N' TO SEL-OUTCOME-SW
030800             END-IF
030900             IF SEL-WORD-1 NOT = SPACES
031000                 AND SEL-WORD-1 (5:36) = SPACES
031100                 MOVE SEL-WORD-1 TO SEL-OUTCOME
031200             ELSE
031300                 PERFORM 1190-BAD-LINE THRU 1190-EXIT
031400             END-IF
031500         WHEN 'DETAIL'
031600             PERFORM 1160-TAKE-DETAIL-TEXT THRU 1160-EXIT
031700         WHEN OTHER
031800             PERFORM 1190-BAD-LINE THRU 1190-EXIT
031900     END-EVALUATE.
032000 1100-EXIT.
032100     EXIT.
032200
032300 1150-CHECK-DATE.
032400     MOVE 'N' TO DATE-OK-SW
032500     IF DATE-CHECK IS NUMERIC
032600         AND DATE-CHECK-MM >= '01' AND DATE-CHECK-MM <= '12'
032700         AND DATE-CHECK-DD >= '01' AND DATE-CHECK-DD <= '31'
032800         MOVE 'Y' TO DATE-OK-SW
032900     END-IF.
033000 1150-EXIT.
033100     EXIT.
033200
033300 1160-TAKE-DETAIL-TEXT.
033400*    FROM THE FIRST NON-BLANK AFTER THE KEYWORD TO THE LAST
033500*    NON-BLANK ON THE LINE
033600     MOVE ZERO TO SEL-LEAD
033700     INSPECT SEL-LINE (7:74) TALLYING SEL-LEAD FOR LEADING SPACES
033800     COMPUTE SEL-START = 7 + SEL-LEAD
033900     IF SEL-LINE (7:1) NOT = SPACE OR SEL-START > 80
034000         PERFORM 1190-BAD-LINE THRU 1190-EXIT
034100         GO TO 1160-EXIT
034200     END-IF
034300     PERFORM VARYING SEL-END FROM 80 BY -1
034400         UNTIL SEL-LINE (SEL-END:1) NOT = SPACE
034500         CONTINUE
034600     END-PERFORM
034700     COMPUTE SEL-DETAIL-LEN = SEL-END - SEL-START + 1
034800     MOVE SEL-LINE (SEL-START:SEL-DETAIL-LEN) TO SEL-DETAIL.
034900 1160-EXIT.
035000     EXIT.
035100
035200 1190-BAD-LINE.
035300     MOVE 'Y' TO SEL-BAD-SW
035400     MOVE SEL-LINE-NO TO EDIT-COUNT
035500     MOVE SPACES TO SEL-BAD-REASON
035600     STRING
035700         'SELECTION LINE' DELIMITED BY SIZE
035800         EDIT-COUNT DELIMITED BY SIZE
035900         ' NOT UNDERSTOOD' DELIMITED BY SIZE
036000         INTO SEL-BAD-REASON
036100     END-STRING.
036200 1190-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600*  1200-WRITE-HEADING - THE SELECTION, SPELLED OUT, AT THE HEAD  *
036700*  OF THE EXTRACT SO IT IS NEVER READ WITHOUT ITS QUESTION.      *
036800******************************************************************
036900 1200-WRITE-HEADING.
037000     MOVE SPACES TO INQ-LINE
037100     STRING
037200         'AUDIT-TRAIL INQUIRY - FROM ' DELIMITED BY SIZE
037300         SEL-FROM DELIMITED BY SIZE
037400         ' TO ' DELIMITED BY SIZE
037500         SEL-TO DELIMITED BY SIZE
037600         INTO INQ-LINE
037700     END-STRING
037800     WRITE INQ-LINE
037900     MOVE SPACES TO INQ-LINE
038000     MOVE '  PROGRAM ' TO INQ-LINE (1:10)
038100     IF SEL-PROGRAM = SPACES
038200         MOVE '(ANY)' TO INQ-LINE (11:10)
038300     ELSE
038400         MOVE SEL-PROGRAM TO INQ-LINE (11:10)
038500     END-IF
038600     MOVE '  EVENT ' TO INQ-LINE (21:8)
038700     IF SEL-EVENT = SPACES
038800         MOVE '(ANY)' TO INQ-LINE (29:10)
038900     ELSE
039000         MOVE SEL-EVENT TO INQ-LINE (29:10)
039100     END-IF
039200     MOVE '  OUTCOME ' TO INQ-LINE (39:10)
039300     IF SEL-OUTCOME = SPACES
039400         MOVE '(ANY)' TO INQ-LINE (49:9)
039500     ELSE
039600         IF SEL-OUTCOME-NOT
039700             MOVE 'NOT ' TO INQ-LINE (49:4)
039800             MOVE SEL-OUTCOME TO INQ-LINE (53:4)
039900         ELSE
040000             MOVE SEL-OUTCOME TO INQ-LINE (49:4)
040100         END-IF
040200     END-IF
040300     WRITE INQ-LINE
040400     MOVE SPACES TO INQ-LINE
040500     IF SEL-DETAIL-LEN = ZERO
040600         MOVE '  DETAIL (ANY)' TO INQ-LINE
040700     ELSE
040800         STRING
040900             '  DETAIL CONTAINS ''' DELIMITED BY SIZE
041000             SEL-DETAIL (1:SEL-DETAIL-LEN) DELIMITED BY SIZE
041100             '''' DELIMITED BY SIZE
041200             INTO INQ-LINE
041300         END-STRING
041400     END-IF
041500     WRITE INQ-LINE
041600     MOVE SPACES TO INQ-LINE
041700     MOVE ALL '-' TO INQ-LINE (1:80)
041800     WRITE INQ-LINE.
041900 1200-EXIT.
042000     EXIT.
042100
042200******************************************************************
042300*  2000-OPEN-ALL-SOURCES - START EVERY TRAIL AT THE ARCHIVE OF   *
042400*  THE RANGE'S FIRST MONTH AND PRIME ITS MERGE HEAD WITH ITS     *
042500*  FIRST SELECTED LINE.  A TRAIL WITH NO FILES AT ALL IN THE     *
042600*  RANGE IS SIMPLY A SOURCE ALREADY AT END.                      *
042700******************************************************************
042800 2000-OPEN-ALL-SOURCES.
042900     MOVE SEL-FROM (1:6) TO FROM-MONTH
043000     MOVE SEL-TO (1:6) TO TO-MONTH
043100     PERFORM VARYING SRC-SUB FROM 1 BY 1 UNTIL SRC-SUB > 5
043200         MOVE 'A' TO SRC-PHASE (SRC-SUB)
043300         MOVE FROM-MONTH TO SRC-MONTH (SRC-SUB)
043400         MOVE 'N' TO SRC-EOF-SW (SRC-SUB)
043500         MOVE HIGH-VALUES TO SRC-KEY (SRC-SUB)
043600         PERFORM 2500-OPEN-NEXT-FILE THRU 2500-EXIT
043700         IF SRC-EOF-SW (SRC-SUB) = 'N'
043800             PERFORM 2600-READ-NEXT-SOURCE THRU 2600-EXIT
043900         END-IF
044000     END-PERFORM.
044100 2000-EXIT.
044200     EXIT.
044300
044400******************************************************************
044500*  2500-OPEN-NEXT-FILE - THE NEXT FILE OF TRAIL SRC-SUB THAT     *
044600*  EXISTS: ITS ARCHIVES FOR THE RANGE'S MONTHS IN ORDER, THEN    *
044700*  ITS LIVE LOG.  WITH NONE LEFT THE TRAIL IS AT END.            *
044800******************************************************************
044900 2500-OPEN-NEXT-FILE.
045000     IF SRC-PHASE (SRC-SUB) = 'E'
045100         MOVE 'Y' TO SRC-EOF-SW (SRC-SUB)
045200         GO TO 2500-EXIT
045300     END-IF
045400     MOVE SPACES TO TRY-NAME
045500     IF SRC-PHASE (SRC-SUB) = 'L'
045600         MOVE SRC-LOG (SRC-SUB) TO TRY-NAME
045700         MOVE 'E' TO SRC-PHASE (SRC-SUB)
045800     ELSE
045900         IF SRC-MONTH (SRC-SUB) > TO-MONTH
046000             MOVE 'L' TO SRC-PHASE (SRC-SUB)
046100             GO TO 2500-OPEN-NEXT-FILE
046200         END-IF
046300         STRING
046400             SRC-LOG (SRC-SUB) DELIMITED BY ' '
046500             '-' DELIMITED BY SIZE
046600             SRC-MONTH (SRC-SUB) DELIMITED BY SIZE
046700             '.ARC' DELIMITED BY SIZE
046800             INTO TRY-NAME
046900         END-STRING
047000         MOVE SRC-MONTH (SRC-SUB) TO MONTH-WORK
047100         ADD 1 TO MONTH-MM
047200         IF MONTH-MM > 12
047300             MOVE 1 TO MONTH-MM
047400             ADD 1 TO MONTH-YYYY
047500         END-IF
047600         MOVE MONTH-WORK TO SRC-MONTH (SRC-SUB)
047700     END-IF
047800     PERFORM 2510-OPEN-SOURCE-FILE THRU 2510-EXIT
047900     IF OPEN-STATUS NOT = '00'
048000         GO TO 2500-OPEN-NEXT-FILE
048100     END-IF
048200*    NOTE THE FILE FOR THE LIST OF FILES SEARCHED
048300     IF FILE-COUNT < 400
048400         ADD 1 TO FILE-COUNT
048500         MOVE TRY-NAME TO FILE-NAME (FILE-COUNT)
048600         MOVE ZERO TO FILE-READ (FILE-COUNT)
048700         MOVE ZERO TO FILE-PICKED (FILE-COUNT)
048800         MOVE SRC-SUB TO FILE-SRC (FILE-COUNT)
048900         MOVE FILE-COUNT TO SRC-FILE-IX (SRC-SUB)
049000     ELSE
049100         ADD 1 TO FILE-OVER
049200         MOVE ZERO TO SRC-FILE-IX (SRC-SUB)
049300     END-IF.
049400 2500-EXIT.
049500     EXIT.
049600
049700 2510-OPEN-SOURCE-FILE.
049800     EVALUATE SRC-SUB
049900         WHEN 1
050000             MOVE TRY-NAME TO HIST-NAME
050100             OPEN INPUT HISTFILE
050200             MOVE HIST-STATUS TO OPEN-STATUS
050300         WHEN 2
050400             MOVE TRY-NAME TO UTF-NAME
050500             OPEN INPUT UTFFILE
050600             MOVE UTF-STATUS TO OPEN-STATUS
050700         WHEN 3
050800             MOVE TRY-NAME TO CALC-NAME
050900             OPEN INPUT CALCFILE
051000             MOVE CALC-STATUS TO OPEN-STATUS
051100         WHEN 4
051200             MOVE TRY-NAME TO ANAG-NAME
051300             OPEN INPUT ANAGFILE
051400             MOVE ANAG-STATUS TO OPEN-STATUS
051500         WHEN 5
051600             MOVE TRY-NAME TO JOB-NAME
051700             OPEN INPUT JOBFILE
051800             MOVE JOB-STATUS TO OPEN-STATUS
051900     END-EVALUATE.
052000 2510-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400*  2600-READ-NEXT-SOURCE - THE NEXT SELECTED LINE OF TRAIL       *
052500*  SRC-SUB INTO ITS MERGE HEAD, MOVING ON THROUGH THE TRAIL'S    *
052600*  FILES AS EACH RUNS OUT.  AT THE END OF ITS LAST FILE THE      *
052700*  TRAIL'S HEAD IS RETIRED.                                      *
052800******************************************************************
052900 2600-READ-NEXT-SOURCE.
053000     MOVE 'N' TO FILE-END-SW
053100     EVALUATE SRC-SUB
053200         WHEN 1
053300             READ HISTFILE INTO WORK-LINE
053400                 AT END
053500                     MOVE 'Y' TO FILE-END-SW
053600                     CLOSE HISTFILE
053700             END-READ
053800         WHEN 2
053900             READ UTFFILE INTO WORK-LINE
054000                 AT END
054100                     MOVE 'Y' TO FILE-END-SW
054200                     CLOSE UTFFILE
054300             END-READ
054400         WHEN 3
054500             READ CALCFILE INTO WORK-LINE
054600                 AT END
054700                     MOVE 'Y' TO FILE-END-SW
054800                     CLOSE CALCFILE
054900             END-READ
055000         WHEN 4
055100             READ ANAGFILE INTO WORK-LINE
055200                 AT END
055300                     MOVE 'Y' TO FILE-END-SW
055400                     CLOSE ANAGFILE
055500             END-READ
055600         WHEN 5
055700             READ JOBFILE INTO WORK-LINE
055800                 AT END
055900                     MOVE 'Y' TO FILE-END-SW
056000                     CLOSE JOBFILE
056100             END-READ
056200     END-EVALUATE
056300     IF FILE-END-SW = 'Y'
056400         PERFORM 2500-OPEN-NEXT-FILE THRU 2500-EXIT
056500         IF SRC-EOF-SW (SRC-SUB) = 'Y'
056600             MOVE HIGH-VALUES TO SRC-KEY (SRC-SUB)
056700             GO TO 2600-EXIT
056800         END-IF
056900         GO TO 2600-READ-NEXT-SOURCE
057000     END-IF
057100     MOVE SRC-FILE-IX (SRC-SUB) TO FILE-SUB
057200     IF FILE-SUB > 0
057300         ADD 1 TO FILE-READ (FILE-SUB)
057400     END-IF
057500     PERFORM 2700-SELECT-THE-LINE THRU 2700-EXIT
057600     IF NOT LINE-SELECTED
057700         GO TO 2600-READ-NEXT-SOURCE
057800     END-IF
057900     IF FILE-SUB > 0
058000         ADD 1 TO FILE-PICKED (FILE-SUB)
058100     END-IF
058200     MOVE WORK-LINE TO SRC-LINE (SRC-SUB)
058300     MOVE WORK-LINE (1:15) TO SRC-KEY (SRC-SUB).
058400 2600-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800*  2700-SELECT-THE-LINE - DOES THE LINE IN WORK-LINE MEET EVERY  *
058900*  CRITERION GIVEN.  A LINE WITHOUT THE COMMON RECORD'S DATE AND *
059000*  TIME CANNOT BE PLACED IN THE RANGE AND IS ONLY COUNTED.       *
059100******************************************************************
059200 2700-SELECT-THE-LINE.
059300     MOVE 'N' TO LINE-SELECTED-SW
059400     IF WORK-LINE = SPACES
059500         GO TO 2700-EXIT
059600     END-IF
059700     IF WORK-LINE (1:8) IS NOT NUMERIC
059800         OR WORK-LINE (10:6) IS NOT NUMERIC
059900         ADD 1 TO UNPARSED-COUNT
060000         GO TO 2700-EXIT
060100     END-IF
060200     MOVE WORK-LINE TO AUDIT-RECORD
060300     IF AUDIT-DATE < SEL-FROM OR AUDIT-DATE > SEL-TO
060400         GO TO 2700-EXIT
060500     END-IF
060600     IF SEL-PROGRAM NOT = SPACES
060700         AND AUDIT-PROGRAM NOT = SEL-PROGRAM
060800         GO TO 2700-EXIT
060900     END-IF
061000     IF SEL-EVENT NOT = SPACES
061100         AND AUDIT-EVENT NOT = SEL-EVENT
061200         GO TO 2700-EXIT
061300     END-IF
061400     IF SEL-OUTCOME NOT = SPACES
061500         IF SEL-OUTCOME-NOT
061600             IF AUDIT-OUTCOME = SEL-OUTCOME
061700                 GO TO 2700-EXIT
061800             END-IF
061900         ELSE
062000             IF AUDIT-OUTCOME NOT = SEL-OUTCOME
062100                 GO TO 2700-EXIT
062200             END-IF
062300         END-IF
062400     END-IF
062500     IF SEL-DETAIL-LEN > ZERO
062600         MOVE ZERO TO DETAIL-HITS
062700         INSPECT AUDIT-DETAIL TALLYING DETAIL-HITS
062800             FOR ALL SEL-DETAIL (1:SEL-DETAIL-LEN)
062900         IF DETAIL-HITS = ZERO
063000             GO TO 2700-EXIT
063100         END-IF
063200     END-IF
063300     MOVE 'Y' TO LINE-SELECTED-SW.
063400 2700-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800*  3000-WRITE-EXTRACT - THE STREAMING MERGE: TAKE THE EARLIEST   *
063900*  OF THE FIVE MERGE HEADS, WRITE IT, COUNT IT AGAINST ITS       *
064000*  PROGRAM, AND ADVANCE THAT ONE TRAIL - UNTIL ALL ARE AT END.   *
064100******************************************************************
064200 3000-WRITE-EXTRACT.
064300     PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
064400         UNTIL PICK-SUB = 9.
064500 3000-EXIT.
064600     EXIT.
064700
064800 3100-WRITE-ONE-LINE.
064900     PERFORM 3150-PICK-NEXT-SOURCE THRU 3150-EXIT
065000     IF PICK-SUB = 9
065100         GO TO 3100-EXIT
065200     END-IF
065300     MOVE SRC-LINE (PICK-SUB) TO INQ-LINE
065400     WRITE INQ-LINE
065500     ADD 1 TO SELECTED-TOTAL
065600     MOVE SRC-LINE (PICK-SUB) TO AUDIT-RECORD
065700     PERFORM 3200-TALLY-PROGRAM THRU 3200-EXIT
065800     MOVE PICK-SUB TO SRC-SUB
065900     PERFORM 2600-READ-NEXT-SOURCE THRU 2600-EXIT.
066000 3100-EXIT.
066100     EXIT.
066200
066300******************************************************************
066400*  3150-PICK-NEXT-SOURCE - THE MERGE HEAD WITH THE SMALLEST      *
066500*  DATE-AND-TIME KEY AMONG THE TRAILS STILL DELIVERING.  9       *
066600*  MEANS EVERY TRAIL IS AT END AND THE EXTRACT IS COMPLETE.      *
066700******************************************************************
066800 3150-PICK-NEXT-SOURCE.
066900     MOVE 9 TO PICK-SUB
067000     MOVE HIGH-VALUES TO PICK-KEY
067100     PERFORM VARYING MY FROM 1 BY 1 UNTIL MY > 5
067200         IF SRC-EOF-SW (MY) = 'N'
067300             AND SRC-KEY (MY) < PICK-KEY
067400             MOVE MY TO PICK-SUB
067500             MOVE SRC-KEY (MY) TO PICK-KEY
067600         END-IF
067700     END-PERFORM.
067800 3150-EXIT.
067900     EXIT.
068000
068100 3200-TALLY-PROGRAM.
068200     PERFORM VARYING PGM-SUB FROM 1 BY 1
068300         UNTIL PGM-SUB > PGM-COUNT
068400         OR PGM-NAME (PGM-SUB) = AUDIT-PROGRAM
068500         CONTINUE
068600     END-PERFORM
068700     IF PGM-SUB > PGM-COUNT
068800         IF PGM-COUNT >= 50
068900             ADD 1 TO PGM-OVER
069000             GO TO 3200-EXIT
069100         END-IF
069200         ADD 1 TO PGM-COUNT
069300         MOVE AUDIT-PROGRAM TO PGM-NAME (PGM-COUNT)
069400         MOVE ZERO TO PGM-HITS (PGM-COUNT)
069500         MOVE PGM-COUNT TO PGM-SUB
069600     END-IF
069700     ADD 1 TO PGM-HITS (PGM-SUB).
069800 3200-EXIT.
069900     EXIT.
070000
070100******************************************************************
070200*  4000-WRITE-TRAILER - AFTER THE EXTRACT: EVERY FILE SEARCHED   *
070300*  WITH ITS LINES READ AND SELECTED, TRAIL BY TRAIL IN THE ORDER *
070400*  EACH WAS READ, THEN THE COUNT PER PROGRAM AND IN ALL.         *
070500******************************************************************
070600 4000-WRITE-TRAILER.
070700     MOVE SPACES TO INQ-LINE
070800     MOVE ALL '-' TO INQ-LINE (1:80)
070900     WRITE INQ-LINE
071000     MOVE 'FILES SEARCHED' TO INQ-LINE
071100     WRITE INQ-LINE
071200     IF FILE-COUNT = ZERO
071300         MOVE '  NONE - NO TRAIL HAS A FILE COVERING THE RANGE'
071400             TO INQ-LINE
071500         WRITE INQ-LINE
071600     END-IF
071700     PERFORM VARYING SRC-SUB FROM 1 BY 1 UNTIL SRC-SUB > 5
071800         PERFORM VARYING FILE-SUB FROM 1 BY 1
071900             UNTIL FILE-SUB > FILE-COUNT
072000             IF FILE-SRC (FILE-SUB) = SRC-SUB
072100                 PERFORM 4100-WRITE-ONE-FILE THRU 4100-EXIT
072200             END-IF
072300         END-PERFORM
072400     END-PERFORM
072500     IF FILE-OVER > ZERO
072600         MOVE FILE-OVER TO EDIT-COUNT
072700         MOVE SPACES TO INQ-LINE
072800         STRING
072900             '  AND' DELIMITED BY SIZE
073000             EDIT-COUNT DELIMITED BY SIZE
073100             ' FURTHER FILES BEYOND THE LIST' DELIMITED BY SIZE
073200             INTO INQ-LINE
073300         END-STRING
073400         WRITE INQ-LINE
073500     END-IF
073600     IF UNPARSED-COUNT > ZERO
073700         MOVE UNPARSED-COUNT TO EDIT-COUNT
073800         MOVE SPACES TO INQ-LINE
073900         STRING
074000             '  NOTE:' DELIMITED BY SIZE
074100             EDIT-COUNT DELIMITED BY SIZE
074200             ' LINES NOT IN THE COMMON RECORD PASSED OVER'
074300                 DELIMITED BY SIZE
074400             INTO INQ-LINE
074500         END-STRING
074600         WRITE INQ-LINE
074700     END-IF
074800     MOVE 'SELECTED BY PROGRAM' TO INQ-LINE
074900     WRITE INQ-LINE
075000     PERFORM VARYING PGM-SUB FROM 1 BY 1
075100         UNTIL PGM-SUB > PGM-COUNT
075200         MOVE PGM-HITS (PGM-SUB) TO EDIT-COUNT
075300         MOVE SPACES TO INQ-LINE
075400         MOVE PGM-NAME (PGM-SUB) TO INQ-LINE (3:10)
075500         MOVE EDIT-COUNT TO INQ-LINE (14:7)
075600         WRITE INQ-LINE
075700     END-PERFORM
075800     IF PGM-OVER > ZERO
075900         MOVE PGM-OVER TO EDIT-COUNT
076000         MOVE SPACES TO INQ-LINE
076100         MOVE 'OTHERS' TO INQ-LINE (3:10)
076200         MOVE EDIT-COUNT TO INQ-LINE (14:7)
076300         WRITE INQ-LINE
076400     END-IF
076500     MOVE SELECTED-TOTAL TO EDIT-COUNT
076600     MOVE SPACES TO INQ-LINE
076700     MOVE 'TOTAL' TO INQ-LINE (3:10)
076800     MOVE EDIT-COUNT TO INQ-LINE (14:7)
076900     WRITE INQ-LINE.
077000 4000-EXIT.
077100     EXIT.
077200
077300 4100-WRITE-ONE-FILE.
077400     MOVE FILE-READ (FILE-SUB) TO EDIT-COUNT
077500     MOVE FILE-PICKED (FILE-SUB) TO EDIT-COUNT-2
077600     MOVE SPACES TO INQ-LINE
077700     MOVE FILE-NAME (FILE-SUB) TO INQ-LINE (3:40)
077800     STRING
077900         '  READ' DELIMITED BY SIZE
078000         EDIT-COUNT DELIMITED BY SIZE
078100         '  SELECTED' DELIMITED BY SIZE
078200         EDIT-COUNT-2 DELIMITED BY SIZE
078300         INTO INQ-LINE (43:40)
078400     END-STRING
078500     WRITE INQ-LINE.
078600 4100-EXIT.
078700     EXIT.
078800
078900 9000-WRAP-UP.
079000     CLOSE INQFILE.
079100 9000-EXIT.
079200     EXIT.
079300
079400 9999-END-OF-JOB.
079500*    A REFUSED SELECTION IS AN ERROR; AN EMPTY ANSWER IS WORTH A
079600*    WARNING, SINCE A QUESTION ASKED IS USUALLY EXPECTED TO FIND
079700*    SOMETHING
079800     IF SELECTION-BAD
079900         MOVE 12 TO RETURN-CODE
080000     ELSE
080100         IF SELECTED-TOTAL = ZERO
080200             MOVE 4 TO RETURN-CODE
080300         END-IF
080400     END-IF
080500     STOP RUN.
