000100******************************************************************
000200*  JOBSTRM - NIGHTLY JOB-STREAM CONTROLLER                       *
000300*                                                                *
000400*  RUNS THE NIGHTLY STREAM STEP BY STEP AS JOBSTRM.DEF DEFINES   *
000500*  IT, HOLDS EACH STEP'S RETURN CODE AGAINST THAT STEP'S         *
000600*  ALLOWED MAXIMUM, AND STOPS THE STREAM AT THE FIRST BREACH.    *
000700*  EVERY STEP'S START, END AND RETURN CODE GOES TO THE           *
000800*  RUN-CONTROL FILE JOBSTRM.RCF - REWRITTEN WHOLE AT EVERY       *
000900*  CHANGE, SO IT ALWAYS SHOWS HOW FAR THE STREAM HAS GOT - AND   *
001000*  TO JOBSTRM.LOG IN THE COMMON AUDIT RECORD (SEE COPYBOOK       *
001100*  AUDITREC) FOR THE SHOP AUDIT TRAIL.  RUN AGAIN AFTER A STOP   *
001200*  (OR AFTER A CRASH LEFT THE RUN MARKED RUNNING) THE CONTROLLER *
001300*  PICKS THE SAME RUN UP AT THE STEP THAT DID NOT FINISH; STEPS  *
001400*  ALREADY DONE ARE NEVER REPEATED.  JOBSTRMNEW=Y IN THE         *
001500*  ENVIRONMENT ABANDONS A STOPPED RUN AND STARTS A NEW ONE.      *
001600*                                                                *
001700*  DEFINITION LINES ('*' OR '#' IN COLUMN 1 IS A COMMENT):       *
001800*    STEP    <NAME> <MAXRC> <COMMAND ...>                        *
001900*    STRIPES <NAME> <MAXRC> <COUNT OR *> <COMMAND ...>           *
002000*  THE COMMAND IS THE REST OF THE LINE, HANDED TO THE SHELL AS   *
002100*  IT STANDS.  A STRIPES STEP RUNS ITS COMMAND ONCE PER STRIPE,  *
002200*  ALL STRIPES AT ONCE, EACH WITH LIFESTRIPE='<I> <N>' IN ITS    *
002300*  ENVIRONMENT AND ITS OUTPUT IN JOBSTRM-<STEP>-<STRIPE>.OUT;    *
002400*  '*' TAKES N FROM THE STRIPE LIST THE PLANNER WROTE            *
002500*  (STRIPELIST.TXT) - THE SAME LIST THE MERGE STEP WILL READ -   *
002600*  AND NO LIST, OR A ONE-STRIPE COUNT, RUNS THE COMMAND ONCE     *
002700*  UNSTRIPED.  THE STEP'S RETURN CODE IS THE WORST OF ITS        *
002800*  STRIPES', AND A RERUN REPEATS ONLY THE STRIPES THAT FAILED.   *
002900*                                                                *
003000*  STEP RETURN CODE 999 MEANS THE STEP GAVE NONE AT ALL - IT WAS *
003100*  KILLED, OR NEVER STARTED - AND IS OVER EVERY MAXIMUM.         *
003200*                                                                *
003300*  RETURN CODE: 0 STREAM COMPLETE, 4 COMPLETE BUT SOME STEP      *
003400*  ENDED NONZERO WITHIN ITS MAXIMUM, 8 STREAM STOPPED ON A       *
003500*  BREACH, 12 THE STREAM COULD NOT BE STARTED AT ALL.            *
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. JOBSTRM.
003900 AUTHOR. OPERATIONS SUPPORT.
004000 INSTALLATION. BATCH SHOP.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300******************************************************************
004400*  MODIFICATION HISTORY                                          *
004500*  2026-10-15  OS   INITIAL VERSION                              *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT DEFFILE ASSIGN TO 'JOBSTRM.DEF'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS DEF-STATUS.
005300     SELECT RCFFILE ASSIGN TO 'JOBSTRM.RCF'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RCF-STATUS.
005600     SELECT LOGFILE ASSIGN TO 'JOBSTRM.LOG'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS LOG-STATUS.
005900     SELECT LISTFILE ASSIGN TO 'stripelist.txt'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS LIST-STATUS.
006200*    ONE FD SERVES EVERY STRIPE'S RETURN-CODE FILE IN TURN, SO
006300*    THE NAME IS DATA
006400     SELECT SRCFILE ASSIGN TO SRC-NAME
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS SRC-STATUS.
006700******************************************************************
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  DEFFILE.
007100 01  DEF-LINE             PIC X(200).
007200 FD  RCFFILE.
007300 01  RCF-LINE             PIC X(132).
007400 FD  LOGFILE.
007500 01  LOG-LINE             PIC X(200).
007600 FD  LISTFILE.
007700 01  LIST-LINE            PIC X(100).
007800 FD  SRCFILE.
007900 01  SRC-LINE             PIC X(20).
008000******************************************************************
008100 WORKING-STORAGE SECTION.
008200 77  DEF-STATUS           PIC X(02) VALUE SPACES.
008300 77  RCF-STATUS           PIC X(02) VALUE SPACES.
008400 77  LOG-STATUS           PIC X(02) VALUE SPACES.
008500 77  LIST-STATUS          PIC X(02) VALUE SPACES.
008600 77  SRC-STATUS           PIC X(02) VALUE SPACES.
008700 01  SRC-NAME             PIC X(20) VALUE SPACES.
008800 01  FILE-END-SW          PIC X(01) VALUE 'N'.
008900     88  FILE-AT-END                VALUE 'Y'.
009000*    THE STREAM AS DEFINED, AND AS FAR AS IT HAS GOT: ONE ENTRY
009100*    PER STEP, AND WITHIN A STRIPES STEP ONE SLOT PER STRIPE.
009200*    STEP-TYPE 'C' A SINGLE COMMAND, 'S' A STRIPES STEP; A
009300*    STRIPES STEP'S STRIPE COUNT IS ZERO UNTIL THE STEP FIRST
009400*    STARTS AND IS SETTLED THEN, SO A RERUN REPEATS THE SAME
009500*    STRIPES EVEN IF THE LIST HAS CHANGED SINCE
009600 01  STEP-TABLE.
009700     05  STEP-COUNT           PIC 9(02) COMP VALUE ZERO.
009800     05  STEP-ENTRY OCCURS 20 TIMES.
009900         10  STEP-NAME        PIC X(10).
010000         10  STEP-TYPE        PIC X(01).
010100         10  STEP-MAX-RC      PIC 9(03).
010200         10  STEP-SPEC        PIC X(02).
010300         10  STEP-COMMAND     PIC X(190).
010400         10  STEP-CMD-LEN     PIC 9(03) COMP.
010500         10  STEP-STATUS      PIC X(08).
010600         10  STEP-START-DATE  PIC X(08).
010700         10  STEP-START-TIME  PIC X(06).
010800         10  STEP-END-DATE    PIC X(08).
010900         10  STEP-END-TIME    PIC X(06).
011000         10  STEP-RC          PIC 9(03).
011100         10  STEP-STRIPES     PIC 9(02).
011200         10  STRIPE-ENTRY OCCURS 20 TIMES.
011300             15  STRIPE-STATUS PIC X(08).
011400             15  STRIPE-RC     PIC 9(03).
011500 77  STEP-SUB             PIC 9(02) COMP VALUE ZERO.
011600 77  FIRST-STEP           PIC 9(02) COMP VALUE ZERO.
011700 77  STRIPE-SUB           PIC 9(02) COMP VALUE ZERO.
011800 77  LOAD-SUB             PIC 9(02) COMP VALUE ZERO.
011900 77  LOAD-COUNT           PIC 9(02) COMP VALUE ZERO.
012000 77  LIST-COUNT           PIC 9(05) COMP VALUE ZERO.
012100*    THE RUN AS A WHOLE
012200 01  RUN-ID               PIC X(15) VALUE SPACES.
012300 01  RUN-STATUS           PIC X(08) VALUE SPACES.
012400 01  PRIOR-RUN-ID         PIC X(15) VALUE SPACES.
012500 01  PRIOR-STATUS         PIC X(08) VALUE SPACES.
012600 01  NEW-RUN-X            PIC X(01) VALUE SPACES.
012700 01  RESUME-SW            PIC X(01) VALUE 'N'.
012800     88  RUN-IS-RESUMED             VALUE 'Y'.
012900 01  REFUSE-SW            PIC X(01) VALUE 'N'.
013000     88  STREAM-REFUSED             VALUE 'Y'.
013100 01  STOP-SW              PIC X(01) VALUE 'N'.
013200     88  STREAM-STOPPED             VALUE 'Y'.
013300 01  WARN-SW              PIC X(01) VALUE 'N'.
013400     88  STREAM-WARNED              VALUE 'Y'.
013500 01  MISMATCH-SW          PIC X(01) VALUE 'N'.
013600 77  STREAM-RC            PIC 9(02) VALUE ZERO.
013700*    DEFINITION PARSING - THE LEADING TOKENS, THEN THE REST OF
013800*    THE LINE AS THE COMMAND
013900 01  DEF-WORK             PIC X(200) VALUE SPACES.
014000 01  DEF-VERB             PIC X(10) VALUE SPACES.
014100 01  DEF-NAME             PIC X(12) VALUE SPACES.
014200 01  DEF-MAX-X            PIC X(10) VALUE SPACES.
014300 01  DEF-COUNT-X          PIC X(10) VALUE SPACES.
014400 77  DEF-PTR              PIC 9(03) COMP VALUE ZERO.
014500 77  DEF-LINE-NO          PIC 9(05) COMP VALUE ZERO.
014600 01  DEF-ERROR            PIC X(60) VALUE SPACES.
014700*    A SHORT UNSIGNED NUMBER OUT OF A TOKEN, JUSTIFIED INTO A
014800*    ZERO-FILLED HOLDING FIELD BEFORE THE NUMERIC TEST
014900 01  NUM-TOKEN            PIC X(10) VALUE SPACES.
015000 01  NUM-DIGITS           PIC X(03) VALUE SPACES.
015100 77  NUM-LEN              PIC 9(02) COMP VALUE ZERO.
015200 77  NUM-VALUE            PIC 9(03) VALUE ZERO.
015300 01  NUM-OK-SW            PIC X(01) VALUE 'N'.
015400     88  NUM-IS-OK                  VALUE 'Y'.
015500*    THE SHELL COMMAND AND WHAT COMES BACK.  THE SYSTEM SERVICE
015600*    HANDS BACK THE SHELL'S WAIT STATUS: THE EXIT CODE IN ITS
015700*    HIGH-ORDER BYTE, A SIGNAL NUMBER IN ITS LOW-ORDER BYTE WHEN
015800*    THE COMMAND WAS KILLED
015900 01  SHELL-CMD            PIC X(6000) VALUE SPACES.
016000 77  SHELL-PTR            PIC 9(05) COMP VALUE ZERO.
016100 77  SYS-STATUS           PIC S9(09) COMP VALUE ZERO.
016200 77  CMD-RC               PIC 9(03) VALUE ZERO.
016300 01  STEP-NO-X            PIC 9(02) VALUE ZERO.
016400 01  STRIPE-NO-X          PIC 9(02) VALUE ZERO.
016500 01  STRIPE-OF-X          PIC 9(02) VALUE ZERO.
016600 01  STRIPE-ARG           PIC X(05) VALUE SPACES.
016700 01  STRIPE-EDIT          PIC Z9 VALUE ZERO.
016800 01  STRIPE-EDIT-2        PIC Z9 VALUE ZERO.
016900 77  EDIT-LEAD            PIC 9(02) COMP VALUE ZERO.
017000 77  EDIT-LEAD-2          PIC 9(02) COMP VALUE ZERO.
017100 01  NOW-DATE             PIC X(08) VALUE SPACES.
017200 01  NOW-TIME-FULL        PIC X(08) VALUE SPACES.
017300 01  NOW-TIME             PIC X(06) VALUE SPACES.
017400*    THE RUN-CONTROL FILE'S THREE LINE SHAPES - THE STREAM
017500*    HEADER, ONE LINE PER STEP, ONE LINE PER STRIPE UNDER ITS
017600*    STEP.  THE SAME LAYOUTS READ IT BACK ON A RERUN
017700 01  RCF-HEAD.
017800     05  RCH-TAG              PIC X(07) VALUE 'STREAM '.
017900     05  RCH-RUN-ID           PIC X(15) VALUE SPACES.
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  RCH-STATUS           PIC X(08) VALUE SPACES.
018200     05  FILLER               PIC X(11) VALUE ' NEXT STEP '.
018300     05  RCH-NEXT             PIC 9(02) VALUE ZERO.
018400     05  FILLER               PIC X(09) VALUE ' UPDATED '.
018500     05  RCH-DATE             PIC X(08) VALUE SPACES.
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  RCH-TIME             PIC X(06) VALUE SPACES.
018800 01  RCF-STEP.
018900     05  RCS-TAG              PIC X(07) VALUE 'STEP   '.
019000     05  RCS-NO               PIC 9(02) VALUE ZERO.
019100     05  FILLER               PIC X(01) VALUE SPACE.
019200     05  RCS-NAME             PIC X(10) VALUE SPACES.
019300     05  FILLER               PIC X(01) VALUE SPACE.
019400     05  RCS-TYPE             PIC X(01) VALUE SPACE.
019500     05  FILLER               PIC X(05) VALUE ' MAX '.
019600     05  RCS-MAX              PIC 9(03) VALUE ZERO.
019700     05  FILLER               PIC X(01) VALUE SPACE.
019800     05  RCS-STATUS           PIC X(08) VALUE SPACES.
019900     05  FILLER               PIC X(07) VALUE ' START '.
020000     05  RCS-START-DATE       PIC X(08) VALUE SPACES.
020100     05  FILLER               PIC X(01) VALUE SPACE.
020200     05  RCS-START-TIME       PIC X(06) VALUE SPACES.
020300     05  FILLER               PIC X(05) VALUE ' END '.
020400     05  RCS-END-DATE         PIC X(08) VALUE SPACES.
020500     05  FILLER               PIC X(01) VALUE SPACE.
020600     05  RCS-END-TIME         PIC X(06) VALUE SPACES.
020700     05  FILLER               PIC X(04) VALUE ' RC '.
020800     05  RCS-RC               PIC 9(03) VALUE ZERO.
020900     05  FILLER               PIC X(09) VALUE ' STRIPES '.
021000     05  RCS-STRIPES          PIC 9(02) VALUE ZERO.
021100 01  RCF-STRIPE.
021200     05  RCP-TAG              PIC X(14) VALUE '       STRIPE '.
021300     05  RCP-NO               PIC 9(02) VALUE ZERO.
021400     05  FILLER               PIC X(04) VALUE ' OF '.
021500     05  RCP-OF               PIC 9(02) VALUE ZERO.
021600     05  FILLER               PIC X(01) VALUE SPACE.
021700     05  RCP-STATUS           PIC X(08) VALUE SPACES.
021800     05  FILLER               PIC X(04) VALUE ' RC '.
021900     05  RCP-RC               PIC 9(03) VALUE ZERO.
022000*    THE AUDIT TRAIL LINE
022100     COPY AUDITREC.
022200 01  EVENT-CODE           PIC X(10) VALUE SPACES.
022300 01  OUTCOME-CODE         PIC X(04) VALUE SPACES.
022400 01  AUDIT-TEXT           PIC X(157) VALUE SPACES.
022500 77  AUDIT-PTR            PIC 9(03) COMP VALUE ZERO.
022600******************************************************************
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023000     IF STREAM-REFUSED
023100         GO TO 9999-END-OF-JOB
023200     END-IF
023300     PERFORM 2000-RUN-STREAM THRU 2000-EXIT
023400     PERFORM 9000-WRAP-UP THRU 9000-EXIT
023500     GO TO 9999-END-OF-JOB.
023600
023700******************************************************************
023800*  1000-INITIALIZE - LOAD THE DEFINITION, THEN DECIDE BETWEEN A  *
023900*  NEW RUN AND PICKING UP THE ONE LAST NIGHT LEFT UNFINISHED.    *
024000*  A DEFINITION THAT DOES NOT PARSE, OR NO LONGER MATCHES THE    *
024100*  RUN IT WOULD RESUME, STARTS NOTHING.                          *
024200******************************************************************
024300 1000-INITIALIZE.
024400     PERFORM 8000-STAMP-NOW THRU 8000-EXIT
024500     ACCEPT NEW-RUN-X FROM ENVIRONMENT 'JOBSTRMNEW'
024600     PERFORM 1100-LOAD-DEFINITION THRU 1100-EXIT
024700     IF STREAM-REFUSED
024800         GO TO 1000-EXIT
024900     END-IF
025000     PERFORM 1300-LOAD-RUN-CONTROL THRU 1300-EXIT
025100     IF STREAM-REFUSED
025200         GO TO 1000-EXIT
025300     END-IF
025400     IF RUN-IS-RESUMED
025500         MOVE PRIOR-RUN-ID TO RUN-ID
025600     ELSE
025700         PERFORM 1500-NEW-RUN THRU 1500-EXIT
025800     END-IF
025900*    THE FIRST STEP NOT YET DONE - ON A NEW RUN, STEP 1
026000     MOVE ZERO TO FIRST-STEP
026100     PERFORM VARYING LOAD-SUB FROM STEP-COUNT BY -1
026200         UNTIL LOAD-SUB < 1
026300         IF STEP-STATUS (LOAD-SUB) NOT = 'DONE'
026400             MOVE LOAD-SUB TO FIRST-STEP
026500         END-IF
026600     END-PERFORM
026700     IF FIRST-STEP = ZERO
026800         COMPUTE FIRST-STEP = STEP-COUNT + 1
026900     END-IF.
027000 1000-EXIT.
027100     EXIT.
027200
027300 1100-LOAD-DEFINITION.
027400     OPEN INPUT DEFFILE
027500     IF DEF-STATUS NOT = '00'
027600         MOVE 'JOBSTRM.DEF NOT FOUND' TO DEF-ERROR
027700         PERFORM 1900-REFUSE THRU 1900-EXIT
027800         GO TO 1100-EXIT
027900     END-IF
028000     MOVE 'N' TO FILE-END-SW
028100     PERFORM 1110-LOAD-ONE-STEP THRU 1110-EXIT
028200         UNTIL FILE-AT-END OR STREAM-REFUSED
028300     CLOSE DEFFILE
028400     IF STEP-COUNT = ZERO AND NOT STREAM-REFUSED
028500         MOVE 'JOBSTRM.DEF DEFINES NO STEPS' TO DEF-ERROR
028600         PERFORM 1900-REFUSE THRU 1900-EXIT
028700     END-IF.
028800 1100-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200*  1110-LOAD-ONE-STEP - ONE DEFINITION LINE INTO THE STEP TABLE. *
029300*  THE TOKENS ARE TAKEN WITH A POINTER SO THAT WHATEVER IS LEFT  *
029400*  OVER - SPACES AND ALL - IS THE COMMAND.                       *
029500******************************************************************
029600 1110-LOAD-ONE-STEP.
029700     READ DEFFILE INTO DEF-WORK
029800         AT END
029900             MOVE 'Y' TO FILE-END-SW
030000             GO TO 1110-EXIT
030100     END-READ
030200     ADD 1 TO DEF-LINE-NO
030300     IF DEF-WORK = SPACES
030400         OR DEF-WORK (1:1) = '*' OR DEF-WORK (1:1) = '#'
030500         GO TO 1110-EXIT
030600     END-IF
030700     MOVE 1 TO DEF-PTR
030800     INSPECT DEF-WORK TALLYING DEF-PTR FOR LEADING SPACES
030900     MOVE SPACES TO DEF-VERB
031000     MOVE SPACES TO DEF-NAME
031100     MOVE SPACES TO DEF-MAX-X
031200     MOVE SPACES TO DEF-COUNT-X
031300     UNSTRING DEF-WORK DELIMITED BY ALL ' '
031400         INTO DEF-VERB, DEF-NAME, DEF-MAX-X
031500         WITH POINTER DEF-PTR
031600     END-UNSTRING
031700     IF DEF-VERB NOT = 'STEP' AND DEF-VERB NOT = 'STRIPES'
031800         MOVE 'NOT A STEP OR STRIPES LINE' TO DEF-ERROR
031900         PERFORM 1900-REFUSE THRU 1900-EXIT
032000         GO TO 1110-EXIT
032100     END-IF
032200     IF DEF-VERB = 'STRIPES' AND DEF-PTR <= 200
032300         UNSTRING DEF-WORK DELIMITED BY ALL ' '
032400             INTO DEF-COUNT-X
032500             WITH POINTER DEF-PTR
032600         END-UNSTRING
032700     END-IF
032800     IF STEP-COUNT >= 20
032900         MOVE 'MORE THAN 20 STEPS' TO DEF-ERROR
033000         PERFORM 1900-REFUSE THRU 1900-EXIT
033100         GO TO 1110-EXIT
033200     END-IF
033300     IF DEF-NAME = SPACES OR DEF-NAME (11:2) NOT = SPACES
033400         MOVE 'STEP NAME MISSING OR OVER 10 CHARACTERS'
033500             TO DEF-ERROR
033600         PERFORM 1900-REFUSE THRU 1900-EXIT
033700         GO TO 1110-EXIT
033800     END-IF
033900     MOVE DEF-MAX-X TO NUM-TOKEN
034000     PERFORM 1150-TOKEN-TO-NUMBER THRU 1150-EXIT
034100     IF NOT NUM-IS-OK
034200         MOVE 'MAXIMUM RETURN CODE NOT A NUMBER 0-999'
034300             TO DEF-ERROR
034400         PERFORM 1900-REFUSE THRU 1900-EXIT
034500         GO TO 1110-EXIT
034600     END-IF
034700     ADD 1 TO STEP-COUNT
034800     MOVE STEP-COUNT TO STEP-SUB
034900     INITIALIZE STEP-ENTRY (STEP-SUB)
035000     MOVE DEF-NAME TO STEP-NAME (STEP-SUB)
035100     MOVE NUM-VALUE TO STEP-MAX-RC (STEP-SUB)
035200     MOVE 'PENDING' TO STEP-STATUS (STEP-SUB)
035300     MOVE ZERO TO STEP-STRIPES (STEP-SUB)
035400     IF DEF-VERB = 'STEP'
035500         MOVE 'C' TO STEP-TYPE (STEP-SUB)
035600     ELSE
035700         MOVE 'S' TO STEP-TYPE (STEP-SUB)
035800         IF DEF-COUNT-X NOT = '*'
035900             MOVE DEF-COUNT-X TO NUM-TOKEN
036000             PERFORM 1150-TOKEN-TO-NUMBER THRU 1150-EXIT
036100             IF NOT NUM-IS-OK OR NUM-VALUE < 1 OR NUM-VALUE > 20
036200                 MOVE 'STRIPE COUNT NOT * OR A NUMBER 1-20'
036300                     TO DEF-ERROR
036400                 PERFORM 1900-REFUSE THRU 1900-EXIT
036500                 GO TO 1110-EXIT
036600             END-IF
036700         END-IF
036800         MOVE DEF-COUNT-X TO STEP-SPEC (STEP-SUB)
036900     END-IF
037000     IF DEF-PTR > 200
037100         MOVE SPACES TO STEP-COMMAND (STEP-SUB)
037200     ELSE
037300         MOVE DEF-WORK (DEF-PTR:) TO STEP-COMMAND (STEP-SUB)
037400     END-IF
037500     IF STEP-COMMAND (STEP-SUB) = SPACES
037600         MOVE 'NO COMMAND GIVEN' TO DEF-ERROR
037700         PERFORM 1900-REFUSE THRU 1900-EXIT
037800         GO TO 1110-EXIT
037900     END-IF
038000*    THE COMMAND'S LENGTH WITHOUT ITS TRAILING SPACES, FOR
038100*    SPLICING IT INTO THE STRIPES' SHELL LINE
038200     MOVE 190 TO STEP-CMD-LEN (STEP-SUB)
038300     PERFORM UNTIL STEP-COMMAND (STEP-SUB)
038400         (STEP-CMD-LEN (STEP-SUB):1) NOT = SPACE
038500         SUBTRACT 1 FROM STEP-CMD-LEN (STEP-SUB)
038600     END-PERFORM.
038700 1110-EXIT.
038800     EXIT.
038900
039000 1150-TOKEN-TO-NUMBER.
039100     MOVE 'N' TO NUM-OK-SW
039200     MOVE ZERO TO NUM-VALUE
039300     MOVE ZERO TO NUM-LEN
039400     INSPECT NUM-TOKEN TALLYING NUM-LEN
039500         FOR CHARACTERS BEFORE INITIAL ' '
039600     IF NUM-LEN > 0 AND NUM-LEN <= 3
039700         MOVE '000' TO NUM-DIGITS
039800         MOVE NUM-TOKEN (1:NUM-LEN)
039900             TO NUM-DIGITS (4 - NUM-LEN:NUM-LEN)
040000         IF NUM-DIGITS IS NUMERIC
040100             MOVE NUM-DIGITS TO NUM-VALUE
040200             MOVE 'Y' TO NUM-OK-SW
040300         END-IF
040400     END-IF.
040500 1150-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900*  1300-LOAD-RUN-CONTROL - LAST RUN'S RUN-CONTROL FILE.  A RUN   *
041000*  LEFT STOPPED OR RUNNING IS PICKED UP WHERE IT GOT TO, UNLESS  *
041100*  JOBSTRMNEW=Y SAYS TO ABANDON IT; A COMPLETE RUN, NO FILE, OR  *
041200*  A FILE WITH NO STREAM HEADER MEANS A NEW RUN.  A STOPPED RUN  *
041300*  IS ONLY RESUMED UNDER THE SAME STEPS IN THE SAME ORDER - THE  *
041400*  COMMANDS AND MAXIMUMS MAY HAVE BEEN CORRECTED SINCE, THE      *
041500*  SHAPE OF THE STREAM MAY NOT.                                  *
041600******************************************************************
041700 1300-LOAD-RUN-CONTROL.
041800     OPEN INPUT RCFFILE
041900     IF RCF-STATUS NOT = '00'
042000         GO TO 1300-EXIT
042100     END-IF
042200     READ RCFFILE
042300         AT END
042400             CLOSE RCFFILE
042500             GO TO 1300-EXIT
042600     END-READ
042700     IF RCF-LINE (1:7) NOT = 'STREAM '
042800         CLOSE RCFFILE
042900         GO TO 1300-EXIT
043000     END-IF
043100     MOVE RCF-LINE TO RCF-HEAD
043200     MOVE RCH-RUN-ID TO PRIOR-RUN-ID
043300     MOVE RCH-STATUS TO PRIOR-STATUS
043400     IF PRIOR-STATUS NOT = 'STOPPED'
043500         AND PRIOR-STATUS NOT = 'RUNNING'
043600         CLOSE RCFFILE
043700         GO TO 1300-EXIT
043800     END-IF
043900     IF NEW-RUN-X = 'Y'
044000         DISPLAY 'JOBSTRM: RUN ' PRIOR-RUN-ID ' LEFT '
044100             PRIOR-STATUS ' - ABANDONED, STARTING A NEW RUN'
044200         CLOSE RCFFILE
044300         GO TO 1300-EXIT
044400     END-IF
044500     MOVE 'N' TO MISMATCH-SW
044600     MOVE ZERO TO LOAD-SUB
044700     MOVE ZERO TO LOAD-COUNT
044800     MOVE 'N' TO FILE-END-SW
044900     PERFORM 1310-LOAD-ONE-LINE THRU 1310-EXIT
045000         UNTIL FILE-AT-END
045100     CLOSE RCFFILE
045200     IF LOAD-COUNT NOT = STEP-COUNT
045300         MOVE 'Y' TO MISMATCH-SW
045400     END-IF
045500     IF MISMATCH-SW = 'Y'
045600         STRING
045700             'STEPS NO LONGER MATCH UNFINISHED RUN '
045800                 DELIMITED BY SIZE
045900             PRIOR-RUN-ID DELIMITED BY SIZE
046000             INTO DEF-ERROR
046100         END-STRING
046200         MOVE ZERO TO DEF-LINE-NO
046300         PERFORM 1900-REFUSE THRU 1900-EXIT
046400         DISPLAY 'JOBSTRM: SET JOBSTRMNEW=Y TO ABANDON IT'
046500         GO TO 1300-EXIT
046600     END-IF
046700     MOVE 'Y' TO RESUME-SW.
046800 1300-EXIT.
046900     EXIT.
047000
047100 1310-LOAD-ONE-LINE.
047200     READ RCFFILE
047300         AT END
047400             MOVE 'Y' TO FILE-END-SW
047500             GO TO 1310-EXIT
047600     END-READ
047700     IF RCF-LINE (1:7) = 'STEP   '
047800         MOVE RCF-LINE TO RCF-STEP
047900         ADD 1 TO LOAD-COUNT
048000         MOVE RCS-NO TO LOAD-SUB
048100         IF LOAD-SUB NOT = LOAD-COUNT OR LOAD-SUB > STEP-COUNT
048200             MOVE 'Y' TO MISMATCH-SW
048300             MOVE ZERO TO LOAD-SUB
048400             GO TO 1310-EXIT
048500         END-IF
048600         IF RCS-NAME NOT = STEP-NAME (LOAD-SUB)
048700             OR RCS-TYPE NOT = STEP-TYPE (LOAD-SUB)
048800             MOVE 'Y' TO MISMATCH-SW
048900             MOVE ZERO TO LOAD-SUB
049000             GO TO 1310-EXIT
049100         END-IF
049200         MOVE RCS-STATUS     TO STEP-STATUS (LOAD-SUB)
049300         MOVE RCS-START-DATE TO STEP-START-DATE (LOAD-SUB)
049400         MOVE RCS-START-TIME TO STEP-START-TIME (LOAD-SUB)
049500         MOVE RCS-END-DATE   TO STEP-END-DATE (LOAD-SUB)
049600         MOVE RCS-END-TIME   TO STEP-END-TIME (LOAD-SUB)
049700         MOVE RCS-RC         TO STEP-RC (LOAD-SUB)
049800         MOVE RCS-STRIPES    TO STEP-STRIPES (LOAD-SUB)
049900         GO TO 1310-EXIT
050000     END-IF
050100     IF RCF-LINE (1:14) = '       STRIPE ' AND LOAD-SUB > 0
050200         MOVE RCF-LINE TO RCF-STRIPE
050300         IF RCP-NO > 0 AND RCP-NO <= STEP-STRIPES (LOAD-SUB)
050400             MOVE RCP-STATUS TO STRIPE-STATUS (LOAD-SUB, RCP-NO)
050500             MOVE RCP-RC     TO STRIPE-RC (LOAD-SUB, RCP-NO)
050600         END-IF
050700     END-IF.
050800 1310-EXIT.
050900     EXIT.
051000
051100 1500-NEW-RUN.
051200     MOVE SPACES TO RUN-ID
051300     STRING
051400         NOW-DATE DELIMITED BY SIZE
051500         '-' DELIMITED BY SIZE
051600         NOW-TIME DELIMITED BY SIZE
051700         INTO RUN-ID
051800     END-STRING.
051900 1500-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300*  1900-REFUSE - THE STREAM CANNOT START: SAY WHY ON THE CONSOLE *
052400*  AND IN THE AUDIT TRAIL, AND END WITH RC 12.  THE RUN-CONTROL  *
052500*  FILE IS LEFT AS IT WAS, SO AN UNFINISHED RUN STAYS RESUMABLE. *
052600******************************************************************
052700 1900-REFUSE.
052800     MOVE 'Y' TO REFUSE-SW
052900     MOVE 12 TO STREAM-RC
053000     MOVE SPACES TO AUDIT-TEXT
053100     IF DEF-LINE-NO > 0
053200         MOVE DEF-LINE-NO TO NUM-VALUE
053300         STRING
053400             'JOBSTRM.DEF LINE ' DELIMITED BY SIZE
053500             NUM-VALUE DELIMITED BY SIZE
053600             ': ' DELIMITED BY SIZE
053700             DEF-ERROR DELIMITED BY SIZE
053800             INTO AUDIT-TEXT
053900         END-STRING
054000     ELSE
054100         MOVE DEF-ERROR TO AUDIT-TEXT
054200     END-IF
054300     DISPLAY 'JOBSTRM: STREAM NOT STARTED - ' AUDIT-TEXT (1:80)
054400     MOVE 'STREAM' TO EVENT-CODE
054500     MOVE 'FAIL' TO OUTCOME-CODE
054600     PERFORM 7500-WRITE-AUDIT-LINE THRU 7500-EXIT.
054700 1900-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100*  2000-RUN-STREAM - FROM THE FIRST STEP NOT YET DONE TO THE     *
055200*  LAST, OR TO THE FIRST STEP THAT BREACHES ITS MAXIMUM.         *
055300******************************************************************
055400 2000-RUN-STREAM.
055500     MOVE 'RUNNING' TO RUN-STATUS
055600     PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT
055700     MOVE SPACES TO AUDIT-TEXT
055800     IF RUN-IS-RESUMED
055900         MOVE FIRST-STEP TO STEP-NO-X
056000         STRING
056100             'resume run=' DELIMITED BY SIZE
056200             RUN-ID DELIMITED BY SIZE
056300             ' at=' DELIMITED BY SIZE
056400             STEP-NO-X DELIMITED BY SIZE
056500             ' was=' DELIMITED BY SIZE
056600             PRIOR-STATUS DELIMITED BY ' '
056700             INTO AUDIT-TEXT
056800         END-STRING
056900         DISPLAY 'JOBSTRM: RESUMING RUN ' RUN-ID ' AT STEP '
057000             STEP-NO-X ', LEFT ' PRIOR-STATUS
057100     ELSE
057200         MOVE STEP-COUNT TO STEP-NO-X
057300         STRING
057400             'start run=' DELIMITED BY SIZE
057500             RUN-ID DELIMITED BY SIZE
057600             ' steps=' DELIMITED BY SIZE
057700             STEP-NO-X DELIMITED BY SIZE
057800             INTO AUDIT-TEXT
057900         END-STRING
058000         DISPLAY 'JOBSTRM: STARTING RUN ' RUN-ID
058100     END-IF
058200     MOVE 'STREAM' TO EVENT-CODE
058300     MOVE 'OK' TO OUTCOME-CODE
058400     PERFORM 7500-WRITE-AUDIT-LINE THRU 7500-EXIT
058500     PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
058600         VARYING STEP-SUB FROM FIRST-STEP BY 1
058700         UNTIL STEP-SUB > STEP-COUNT OR STREAM-STOPPED.
058800 2000-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*  2100-RUN-ONE-STEP - STAMP THE START, RUN THE STEP, STAMP THE  *
059300*  END, AND JUDGE ITS RETURN CODE.  THE RUN-CONTROL FILE IS      *
059400*  REWRITTEN BEFORE THE STEP STARTS AS WELL AS AFTER, SO A STEP  *
059500*  THAT TAKES THE MACHINE DOWN WITH IT STILL SHOWS AS RUNNING.   *
059600******************************************************************
059700 2100-RUN-ONE-STEP.
059800     IF STEP-STATUS (STEP-SUB) = 'DONE'
059900         GO TO 2100-EXIT
060000     END-IF
060100     PERFORM 8000-STAMP-NOW THRU 8000-EXIT
060200     MOVE NOW-DATE TO STEP-START-DATE (STEP-SUB)
060300     MOVE NOW-TIME TO STEP-START-TIME (STEP-SUB)
060400     MOVE SPACES TO STEP-END-DATE (STEP-SUB)
060500     MOVE SPACES TO STEP-END-TIME (STEP-SUB)
060600     MOVE ZERO TO STEP-RC (STEP-SUB)
060700     MOVE 'RUNNING' TO STEP-STATUS (STEP-SUB)
060800     PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT
060900     MOVE STEP-SUB TO STEP-NO-X
061000     DISPLAY 'JOBSTRM: STEP ' STEP-NO-X ' ' STEP-NAME (STEP-SUB)
061100         ' STARTED ' NOW-DATE ' ' NOW-TIME
061200     MOVE SPACES TO AUDIT-TEXT
061300     STRING
061400         'step=' DELIMITED BY SIZE
061500         STEP-NAME (STEP-SUB) DELIMITED BY ' '
061600         ' no=' DELIMITED BY SIZE
061700         STEP-NO-X DELIMITED BY SIZE
061800         ' run=' DELIMITED BY SIZE
061900         RUN-ID DELIMITED BY SIZE
062000         INTO AUDIT-TEXT
062100     END-STRING
062200     MOVE 'STEPSTART' TO EVENT-CODE
062300     MOVE 'OK' TO OUTCOME-CODE
062400     PERFORM 7500-WRITE-AUDIT-LINE THRU 7500-EXIT
062500
062600     IF STEP-TYPE (STEP-SUB) = 'S'
062700         PERFORM 2300-RUN-STRIPES THRU 2300-EXIT
062800     ELSE
062900         MOVE SPACES TO SHELL-CMD
063000         MOVE STEP-COMMAND (STEP-SUB) TO SHELL-CMD
063100         PERFORM 2200-RUN-COMMAND THRU 2200-EXIT
063200         MOVE CMD-RC TO STEP-RC (STEP-SUB)
063300     END-IF
063400
063500     PERFORM 8000-STAMP-NOW THRU 8000-EXIT
063600     MOVE NOW-DATE TO STEP-END-DATE (STEP-SUB)
063700     MOVE NOW-TIME TO STEP-END-TIME (STEP-SUB)
063800     MOVE 'OK' TO OUTCOME-CODE
063900     IF STEP-RC (STEP-SUB) > STEP-MAX-RC (STEP-SUB)
064000         MOVE 'FAILED' TO STEP-STATUS (STEP-SUB)
064100         MOVE 'Y' TO STOP-SW
064200         MOVE 'FAIL' TO OUTCOME-CODE
064300     ELSE
064400         MOVE 'DONE' TO STEP-STATUS (STEP-SUB)
064500         IF STEP-RC (STEP-SUB) > ZERO
064600             MOVE 'WARN' TO OUTCOME-CODE
064700         END-IF
064800     END-IF
064900     PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT
065000     DISPLAY 'JOBSTRM: STEP ' STEP-NO-X ' ' STEP-NAME (STEP-SUB)
065100         ' ENDED ' NOW-DATE ' ' NOW-TIME ' RC ' STEP-RC (STEP-SUB)
065200         ' MAX ' STEP-MAX-RC (STEP-SUB) ' ' STEP-STATUS (STEP-SUB)
065300     MOVE SPACES TO AUDIT-TEXT
065400     MOVE 1 TO AUDIT-PTR
065500     STRING
065600         'step=' DELIMITED BY SIZE
065700         STEP-NAME (STEP-SUB) DELIMITED BY ' '
065800         ' no=' DELIMITED BY SIZE
065900         STEP-NO-X DELIMITED BY SIZE
066000         ' rc=' DELIMITED BY SIZE
066100         STEP-RC (STEP-SUB) DELIMITED BY SIZE
066200         ' max=' DELIMITED BY SIZE
066300         STEP-MAX-RC (STEP-SUB) DELIMITED BY SIZE
066400         ' run=' DELIMITED BY SIZE
066500         RUN-ID DELIMITED BY SIZE
066600         INTO AUDIT-TEXT
066700         WITH POINTER AUDIT-PTR
066800     END-STRING
066900     IF STEP-TYPE (STEP-SUB) = 'S'
067000         MOVE STEP-STRIPES (STEP-SUB) TO STRIPE-OF-X
067100         STRING
067200             ' stripes=' DELIMITED BY SIZE
067300             STRIPE-OF-X DELIMITED BY SIZE
067400             INTO AUDIT-TEXT
067500             WITH POINTER AUDIT-PTR
067600         END-STRING
067700     END-IF
067800     MOVE 'STEPEND' TO EVENT-CODE
067900     PERFORM 7500-WRITE-AUDIT-LINE THRU 7500-EXIT.
068000 2100-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400*  2200-RUN-COMMAND - SHELL-CMD THROUGH THE SHELL, ITS WAIT      *
068500*  STATUS DECODED INTO CMD-RC.  A COMMAND THAT WAS KILLED, OR    *
068600*  THAT THE SHELL COULD NOT BE STARTED FOR, COMES BACK AS 999.   *
068700******************************************************************
068800 2200-RUN-COMMAND.
068900     CALL 'SYSTEM' USING SHELL-CMD
069000     MOVE RETURN-CODE TO SYS-STATUS
069100     MOVE ZERO TO RETURN-CODE
069200     IF SYS-STATUS < ZERO
069300         MOVE 999 TO CMD-RC
069400         GO TO 2200-EXIT
069500     END-IF
069600     IF SYS-STATUS >= 256
069700         DIVIDE SYS-STATUS BY 256 GIVING CMD-RC
069800     ELSE
069900         IF SYS-STATUS > ZERO
070000             MOVE 999 TO CMD-RC
070100         ELSE
070200             MOVE ZERO TO CMD-RC
070300         END-IF
070400     END-IF.
070500 2200-EXIT.
070600     EXIT.
070700
070800******************************************************************
070900*  2300-RUN-STRIPES - A STRIPES STEP.  ITS STRIPE COUNT IS       *
071000*  SETTLED THE FIRST TIME IT STARTS; THEREAFTER EVERY STRIPE NOT *
071100*  YET DONE IS LAUNCHED TOGETHER IN ONE SHELL LINE, EACH IN THE  *
071200*  BACKGROUND WITH ITS OWN LIFESTRIPE, OUTPUT FILE AND           *
071300*  RETURN-CODE FILE, AND THE SHELL WAITS FOR THE LOT.  EACH      *
071400*  STRIPE IS THEN JUDGED ON ITS OWN FILE; THE STEP TAKES THE     *
071500*  WORST RETURN CODE OF ALL ITS STRIPES, EARLIER ONES INCLUDED.  *
071600******************************************************************
071700 2300-RUN-STRIPES.
071800     IF STEP-STRIPES (STEP-SUB) = ZERO
071900         PERFORM 2310-SETTLE-STRIPES THRU 2310-EXIT
072000     END-IF
072100*    ONE STRIPE IS NO STRIPING AT ALL - THE COMMAND RUNS AS IT
072200*    STANDS, WITHOUT LIFESTRIPE
072300     IF STEP-STRIPES (STEP-SUB) = 1
072400         MOVE SPACES TO SHELL-CMD
072500         MOVE STEP-COMMAND (STEP-SUB) TO SHELL-CMD
072600         PERFORM 2200-RUN-COMMAND THRU 2200-EXIT
072700         MOVE CMD-RC TO STRIPE-RC (STEP-SUB, 1)
072800         PERFORM 2360-JUDGE-STRIPE THRU 2360-EXIT
072900         MOVE CMD-RC TO STEP-RC (STEP-SUB)
073000         GO TO 2300-EXIT
073100     END-IF
073200     MOVE SPACES TO SHELL-CMD
073300     MOVE 1 TO SHELL-PTR
073400     PERFORM 2320-ADD-ONE-STRIPE THRU 2320-EXIT
073500         VARYING STRIPE-SUB FROM 1 BY 1
073600         UNTIL STRIPE-SUB > STEP-STRIPES (STEP-SUB)
073700     STRING
073800         'wait' DELIMITED BY SIZE
073900         INTO SHELL-CMD
074000         WITH POINTER SHELL-PTR
074100     END-STRING
074200     PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT
074300     PERFORM 2200-RUN-COMMAND THRU 2200-EXIT
074400     MOVE ZERO TO STEP-RC (STEP-SUB)
074500     PERFORM 2350-COLLECT-ONE-STRIPE THRU 2350-EXIT
074600         VARYING STRIPE-SUB FROM 1 BY 1
074700         UNTIL STRIPE-SUB > STEP-STRIPES (STEP-SUB).
074800 2300-EXIT.
074900     EXIT.
075000
075100 2310-SETTLE-STRIPES.
075200     IF STEP-SPEC (STEP-SUB) NOT = '*'
075300         MOVE STEP-SPEC (STEP-SUB) TO NUM-TOKEN
075400         PERFORM 1150-TOKEN-TO-NUMBER THRU 1150-EXIT
075500         MOVE NUM-VALUE TO STEP-STRIPES (STEP-SUB)
075600     ELSE
075700         MOVE ZERO TO LIST-COUNT
075800         OPEN INPUT LISTFILE
075900         IF LIST-STATUS = '00'
076000             MOVE 'N' TO FILE-END-SW
076100             PERFORM 2315-COUNT-ONE-LIST-LINE THRU 2315-EXIT
076200                 UNTIL FILE-AT-END
076300             CLOSE LISTFILE
076400         END-IF
076500*        THE PLANNER NEVER LISTS MORE THAN 20 STRIPES; A LONGER
076600*        LIST IS NOT ITS LIST, AND RUNNING IT SHORT WOULD LOSE
076700*        PATTERNS, SO IT IS ONE STRIPE - THE WHOLE NIGHT
076800         IF LIST-COUNT < 1 OR LIST-COUNT > 20
076900             MOVE 1 TO STEP-STRIPES (STEP-SUB)
077000         ELSE
077100             MOVE LIST-COUNT TO STEP-STRIPES (STEP-SUB)
077200         END-IF
077300     END-IF
077400     PERFORM VARYING STRIPE-SUB FROM 1 BY 1
077500         UNTIL STRIPE-SUB > STEP-STRIPES (STEP-SUB)
077600         MOVE 'PENDING' TO STRIPE-STATUS (STEP-SUB, STRIPE-SUB)
077700         MOVE ZERO TO STRIPE-RC (STEP-SUB, STRIPE-SUB)
077800     END-PERFORM.
077900 2310-EXIT.
078000     EXIT.
078100
078200 2315-COUNT-ONE-LIST-LINE.
078300     READ LISTFILE
078400         AT END
078500             MOVE 'Y' TO FILE-END-SW
078600             GO TO 2315-EXIT
078700     END-READ
078800     IF LIST-LINE NOT = SPACES
078900         ADD 1 TO LIST-COUNT
079000     END-IF.
079100 2315-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500*  2320-ADD-ONE-STRIPE - ONE STRIPE NOT YET DONE ONTO THE SHELL  *
079600*  LINE.  ITS RETURN-CODE FILE IS EMPTIED FIRST, SO A STRIPE     *
079700*  THAT NEVER GETS AS FAR AS WRITING ONE CANNOT BE JUDGED ON     *
079800*  LAST NIGHT'S.                                                 *
079900******************************************************************
080000 2320-ADD-ONE-STRIPE.
080100     IF STRIPE-STATUS (STEP-SUB, STRIPE-SUB) = 'DONE'
080200         GO TO 2320-EXIT
080300     END-IF
080400     MOVE 'RUNNING' TO STRIPE-STATUS (STEP-SUB, STRIPE-SUB)
080500     PERFORM 2330-NAME-STRIPE-FILE THRU 2330-EXIT
080600     OPEN OUTPUT SRCFILE
080700     CLOSE SRCFILE
080800*    LIFESTRIPE IS 'I N', BOTH WITHOUT LEADING ZEROS OR SPACES
080900     MOVE STRIPE-SUB TO STRIPE-EDIT
081000     MOVE STEP-STRIPES (STEP-SUB) TO STRIPE-EDIT-2
081100     MOVE ZERO TO EDIT-LEAD
081200     MOVE ZERO TO EDIT-LEAD-2
081300     INSPECT STRIPE-EDIT TALLYING EDIT-LEAD FOR LEADING SPACES
081400     INSPECT STRIPE-EDIT-2 TALLYING EDIT-LEAD-2 FOR LEADING SPACES
081500     MOVE SPACES TO STRIPE-ARG
081600     STRING
081700         STRIPE-EDIT (EDIT-LEAD + 1:2 - EDIT-LEAD)
081800             DELIMITED BY SIZE
081900         ' ' DELIMITED BY SIZE
082000         STRIPE-EDIT-2 (EDIT-LEAD-2 + 1:2 - EDIT-LEAD-2)
082100             DELIMITED BY SIZE
082200         INTO STRIPE-ARG
082300     END-STRING
082400     STRING
082500         '( ( LIFESTRIPE=''' DELIMITED BY SIZE
082600         STRIPE-ARG DELIMITED BY '  '
082700         '''; export LIFESTRIPE; ' DELIMITED BY SIZE
082800         STEP-COMMAND (STEP-SUB) (1:STEP-CMD-LEN (STEP-SUB))
082900             DELIMITED BY SIZE
083000         ' ) >' DELIMITED BY SIZE
083100         SRC-NAME (1:14) DELIMITED BY SIZE
083200         'OUT 2>&1; echo $? >' DELIMITED BY SIZE
083300         SRC-NAME DELIMITED BY ' '
083400         ' ) & ' DELIMITED BY SIZE
083500         INTO SHELL-CMD
083600         WITH POINTER SHELL-PTR
083700     END-STRING.
083800 2320-EXIT.
083900     EXIT.
084000
084100 2330-NAME-STRIPE-FILE.
084200*    JOBSTRM-<STEP>-<STRIPE>.RC, BESIDE ITS .OUT
084300     MOVE STEP-SUB TO STEP-NO-X
084400     MOVE STRIPE-SUB TO STRIPE-NO-X
084500     MOVE SPACES TO SRC-NAME
084600     STRING
084700         'JOBSTRM-' DELIMITED BY SIZE
084800         STEP-NO-X DELIMITED BY SIZE
084900         '-' DELIMITED BY SIZE
085000         STRIPE-NO-X DELIMITED BY SIZE
085100         '.RC' DELIMITED BY SIZE
085200         INTO SRC-NAME
085300     END-STRING.
085400 2330-EXIT.
085500     EXIT.
085600
085700 2350-COLLECT-ONE-STRIPE.
085800     IF STRIPE-STATUS (STEP-SUB, STRIPE-SUB) NOT = 'DONE'
085900         PERFORM 2330-NAME-STRIPE-FILE THRU 2330-EXIT
086000         MOVE 999 TO CMD-RC
086100         OPEN INPUT SRCFILE
086200         IF SRC-STATUS = '00'
086300             READ SRCFILE
086400                 AT END
086500                     CONTINUE
086600                 NOT AT END
086700                     MOVE SPACES TO NUM-TOKEN
086800                     UNSTRING SRC-LINE DELIMITED BY ALL ' '
086900                         INTO NUM-TOKEN
087000                     END-UNSTRING
087100                     PERFORM 1150-TOKEN-TO-NUMBER THRU 1150-EXIT
087200                     IF NUM-IS-OK
087300                         MOVE NUM-VALUE TO CMD-RC
087400                     END-IF
087500             END-READ
087600             CLOSE SRCFILE
087700         END-IF
087800         MOVE CMD-RC TO STRIPE-RC (STEP-SUB, STRIPE-SUB)
087900         PERFORM 2360-JUDGE-STRIPE THRU 2360-EXIT
088000     END-IF
088100     IF STRIPE-RC (STEP-SUB, STRIPE-SUB) > STEP-RC (STEP-SUB)
088200         MOVE STRIPE-RC (STEP-SUB, STRIPE-SUB)
088300             TO STEP-RC (STEP-SUB)
088400     END-IF.
088500 2350-EXIT.
088600     EXIT.
088700
088800 2360-JUDGE-STRIPE.
088900     IF STRIPE-RC (STEP-SUB, STRIPE-SUB) > STEP-MAX-RC (STEP-SUB)
089000         MOVE 'FAILED' TO STRIPE-STATUS (STEP-SUB, STRIPE-SUB)
089100     ELSE
089200         MOVE 'DONE' TO STRIPE-STATUS (STEP-SUB, STRIPE-SUB)
089300     END-IF.
089400 2360-EXIT.
089500     EXIT.
089600
089700******************************************************************
089800*  7000-WRITE-RUN-CONTROL - THE WHOLE RUN-CONTROL FILE, FRESH:   *
089900*  THE STREAM HEADER, THEN EVERY STEP WITH ITS STRIPES UNDER IT. *
090000*  THIS IS THE ONE PLACE THE OPERATOR LOOKS TO SEE HOW FAR THE   *
090100*  STREAM GOT AND WHERE A RERUN WILL PICK IT UP.                 *
090200******************************************************************
090300 7000-WRITE-RUN-CONTROL.
090400     PERFORM 8000-STAMP-NOW THRU 8000-EXIT
090500     OPEN OUTPUT RCFFILE
090600     IF RCF-STATUS NOT = '00'
090700         DISPLAY 'JOBSTRM: CANNOT WRITE JOBSTRM.RCF, STATUS '
090800             RCF-STATUS
090900         GO TO 7000-EXIT
091000     END-IF
091100     MOVE RUN-ID TO RCH-RUN-ID
091200     MOVE RUN-STATUS TO RCH-STATUS
091300     MOVE ZERO TO RCH-NEXT
091400     PERFORM VARYING LOAD-SUB FROM STEP-COUNT BY -1
091500         UNTIL LOAD-SUB < 1
091600         IF STEP-STATUS (LOAD-SUB) NOT = 'DONE'
091700             MOVE LOAD-SUB TO RCH-NEXT
091800         END-IF
091900     END-PERFORM
092000     MOVE NOW-DATE TO RCH-DATE
092100     MOVE NOW-TIME TO RCH-TIME
092200     MOVE RCF-HEAD TO RCF-LINE
092300     WRITE RCF-LINE
092400     PERFORM 7100-WRITE-ONE-STEP THRU 7100-EXIT
092500         VARYING LOAD-SUB FROM 1 BY 1
092600         UNTIL LOAD-SUB > STEP-COUNT
092700     CLOSE RCFFILE.
092800 7000-EXIT.
092900     EXIT.
093000
093100 7100-WRITE-ONE-STEP.
093200     MOVE LOAD-SUB TO RCS-NO
093300     MOVE STEP-NAME (LOAD-SUB) TO RCS-NAME
093400     MOVE STEP-TYPE (LOAD-SUB) TO RCS-TYPE
093500     MOVE STEP-MAX-RC (LOAD-SUB) TO RCS-MAX
093600     MOVE STEP-STATUS (LOAD-SUB) TO RCS-STATUS
093700     MOVE STEP-START-DATE (LOAD-SUB) TO RCS-START-DATE
093800     MOVE STEP-START-TIME (LOAD-SUB) TO RCS-START-TIME
093900     MOVE STEP-END-DATE (LOAD-SUB) TO RCS-END-DATE
094000     MOVE STEP-END-TIME (LOAD-SUB) TO RCS-END-TIME
094100     MOVE STEP-RC (LOAD-SUB) TO RCS-RC
094200     MOVE STEP-STRIPES (LOAD-SUB) TO RCS-STRIPES
094300     MOVE RCF-STEP TO RCF-LINE
094400     WRITE RCF-LINE
094500     IF STEP-STRIPES (LOAD-SUB) > 1
094600         PERFORM VARYING STRIPE-SUB FROM 1 BY 1
094700             UNTIL STRIPE-SUB > STEP-STRIPES (LOAD-SUB)
094800             MOVE STRIPE-SUB TO RCP-NO
094900             MOVE STEP-STRIPES (LOAD-SUB) TO RCP-OF
095000             MOVE STRIPE-STATUS (LOAD-SUB, STRIPE-SUB)
095100                 TO RCP-STATUS
095200             MOVE STRIPE-RC (LOAD-SUB, STRIPE-SUB) TO RCP-RC
095300             MOVE RCF-STRIPE TO RCF-LINE
095400             WRITE RCF-LINE
095500         END-PERFORM
095600     END-IF.
095700 7100-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100*  7500-WRITE-AUDIT-LINE - ONE COMMON AUDIT RECORD ONTO          *
096200*  JOBSTRM.LOG FROM EVENT-CODE, OUTCOME-CODE AND AUDIT-TEXT.     *
096300*  THE LOG IS OPENED AND CLOSED FOR EVERY LINE:                  *
096400*  THE MERGE AND RETENTION JOBS RUN AS STEPS OF THIS VERY        *
096500*  STREAM AND MUST FIND IT CLOSED AND COMPLETE.                  *
096600******************************************************************
096700 7500-WRITE-AUDIT-LINE.
096800     PERFORM 8000-STAMP-NOW THRU 8000-EXIT
096900     MOVE SPACES TO AUDIT-RECORD
097000     MOVE NOW-DATE TO AUDIT-DATE
097100     MOVE NOW-TIME TO AUDIT-TIME
097200     MOVE 'JOBSTRM' TO AUDIT-PROGRAM
097300     MOVE EVENT-CODE TO AUDIT-EVENT
097400     MOVE OUTCOME-CODE TO AUDIT-OUTCOME
097500     MOVE AUDIT-TEXT TO AUDIT-DETAIL
097600     MOVE AUDIT-RECORD TO LOG-LINE
097700     OPEN EXTEND LOGFILE
097800     IF LOG-STATUS NOT = '00'
097900         OPEN OUTPUT LOGFILE
098000     END-IF
098100     WRITE LOG-LINE
098200     CLOSE LOGFILE.
098300 7500-EXIT.
098400     EXIT.
098500
098600 8000-STAMP-NOW.
098700     ACCEPT NOW-DATE FROM DATE YYYYMMDD
098800     ACCEPT NOW-TIME-FULL FROM TIME
098900     MOVE NOW-TIME-FULL (1:6) TO NOW-TIME.
099000 8000-EXIT.
099100     EXIT.
099200
099300******************************************************************
099400*  9000-WRAP-UP - THE RUN'S VERDICT: INTO THE RUN-CONTROL FILE,  *
099500*  THE AUDIT TRAIL AND THE CONSOLE, AND THE RETURN CODE.         *
099600******************************************************************
099700 9000-WRAP-UP.
099800     MOVE SPACES TO AUDIT-TEXT
099900     IF STREAM-STOPPED
100000         MOVE 'STOPPED' TO RUN-STATUS
100100         MOVE 8 TO STREAM-RC
100200         MOVE 'FAIL' TO OUTCOME-CODE
100300         SUBTRACT 1 FROM STEP-SUB
100400         MOVE STEP-SUB TO STEP-NO-X
100500         STRING
100600             'stopped run=' DELIMITED BY SIZE
100700             RUN-ID DELIMITED BY SIZE
100800             ' at=' DELIMITED BY SIZE
100900             STEP-NO-X DELIMITED BY SIZE
101000             ' step=' DELIMITED BY SIZE
101100             STEP-NAME (STEP-SUB) DELIMITED BY ' '
101200             ' rc=' DELIMITED BY SIZE
101300             STEP-RC (STEP-SUB) DELIMITED BY SIZE
101400             ' max=' DELIMITED BY SIZE
101500             STEP-MAX-RC (STEP-SUB) DELIMITED BY SIZE
101600             INTO AUDIT-TEXT
101700         END-STRING
101800         DISPLAY 'JOBSTRM: RUN ' RUN-ID ' STOPPED AT STEP '
101900             STEP-NO-X ' ' STEP-NAME (STEP-SUB) ' - RC '
102000             STEP-RC (STEP-SUB) ' OVER MAX '
102100             STEP-MAX-RC (STEP-SUB)
102200         DISPLAY 'JOBSTRM: SEE JOBSTRM.RCF; RERUN JOBSTRM TO '
102300             'RESUME AT THIS STEP'
102400     ELSE
102500         MOVE 'COMPLETE' TO RUN-STATUS
102600         MOVE 'OK' TO OUTCOME-CODE
102700*        A WARNING FROM A STEP DONE BEFORE A RESUME STILL COUNTS
102800         PERFORM VARYING LOAD-SUB FROM 1 BY 1
102900             UNTIL LOAD-SUB > STEP-COUNT
103000             IF STEP-RC (LOAD-SUB) > ZERO
103100                 MOVE 'Y' TO WARN-SW
103200             END-IF
103300         END-PERFORM
103400         IF STREAM-WARNED
103500             MOVE 4 TO STREAM-RC
103600             MOVE 'WARN' TO OUTCOME-CODE
103700         END-IF
103800         STRING
103900             'complete run=' DELIMITED BY SIZE
104000             RUN-ID DELIMITED BY SIZE
104100             INTO AUDIT-TEXT
104200         END-STRING
104300         DISPLAY 'JOBSTRM: RUN ' RUN-ID ' COMPLETE'
104400     END-IF
104500     PERFORM 7000-WRITE-RUN-CONTROL THRU 7000-EXIT
104600     MOVE 'STREAM' TO EVENT-CODE
104700     PERFORM 7500-WRITE-AUDIT-LINE THRU 7500-EXIT.
104800 9000-EXIT.
104900     EXIT.
105000
105100 9999-END-OF-JOB.
105200     MOVE STREAM-RC TO RETURN-CODE
105300     STOP RUN.
