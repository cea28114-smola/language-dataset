000300*                                                                *
000400*  MERGES THE PER-PROGRAM AUDIT LOGS (HISTORY.TXT FROM THE LIFE  *
000500*  SIMULATOR, UTF8-AUDIT.LOG FROM THE CONVERSION SERVICE,        *
000600*  COBOLCALC.LOG FROM THE CALCULATOR, ANAGRAMM.LOG FROM THE      *
000700*  ANAGRAM SUITE, AND JOBSTRM.LOG FROM THE NIGHTLY JOB-STREAM    *
000750*  CONTROLLER) INTO ONE CHRONOLOGICAL SHOP AUDIT FILE,           *
000800*  SHOP-AUDIT.LOG, AND PRINTS A CROSS-APPLICATION DAILY          *
000900*  ACTIVITY REPORT, SHOP-ACTIVITY.TXT.  ALL WRITERS LAY THEIR    *
001000*  LINES DOWN IN THE COMMON AUDIT RECORD (SEE COPYBOOK           *
001100*  AUDITREC); A LINE IN AN OLDER SHAPE IS CARRIED ALONG AS A     *
001200*  LEGACY RECORD WITH AN UNKNOWN TIMESTAMP RATHER THAN DROPPED.  *
001210*  EVERY SHOP-AUDIT.LOG LINE IS CHAINED TO THE ONE BEFORE IT BY  *
001220*  A RUNNING CHECKSUM (SEE COPYBOOK AUDITLNK), THE FIRST ONE TO  *
001230*  THE LAST ARCHIVED LINE AS THE CHAIN LEDGER SHOP-AUDIT.CHN     *
001240*  RECORDS IT (SEE COPYBOOK AUDITLDG), SO AN EDITED, DROPPED OR  *
001250*  INSERTED LINE SHOWS UP WHEN AUDITVFY WALKS THE CHAIN.         *
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. AUDITMRG.
002270*                   TABLE - A DAY OF ANY SIZE MERGES WHOLE       *
002280*  2026-09-02  OS   MORNING EXCEPTION EXTRACT (SHOP-EXCEPT.TXT)  *
002290*                   PLUS PER-PROGRAM ALERT THRESHOLDS AND RC 4   *
002295*  2026-10-15  OS   JOB-STREAM CONTROLLER LOG ADDED AS FIFTH     *
002296*                   SOURCE                                       *
002297*  2026-10-15  OS   HASH CHAIN ON SHOP-AUDIT.LOG, SEEDED FROM    *
002298*                   THE CHAIN LEDGER                             *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003510     SELECT ANAGFILE ASSIGN TO ANAGLOG
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS ANAG-STATUS.
003540     SELECT JOBFILE ASSIGN TO JOBLOG
003550         ORGANIZATION IS LINE SEQUENTIAL
003560         FILE STATUS IS JOB-STATUS.
003600     SELECT SHOPFILE ASSIGN TO SHOPAUD
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS SHOP-STATUS.
004140     SELECT THRFILE ASSIGN TO THRESHLD
004150         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS THR-STATUS.
004170     SELECT CHNFILE ASSIGN TO SHOPCHN
004180         ORGANIZATION IS LINE SEQUENTIAL
004190         FILE STATUS IS CHN-STATUS.
004200******************************************************************
004300 DATA DIVISION.
004400 FILE SECTION.
005000 01  CALC-LINE            PIC X(200).
005010 FD  ANAGFILE.
005020 01  ANAG-LINE            PIC X(200).
005030 FD  JOBFILE.
005040 01  JOB-LINE             PIC X(200).
005100 FD  SHOPFILE.
005200 01  SHOP-LINE            PIC X(211).
005300 FD  RPTFILE.
005400 01  RPT-LINE             PIC X(132).
005410 FD  EXCFILE.
005420 01  EXC-OUT-LINE         PIC X(200).
005430 FD  THRFILE.
005440 01  THR-LINE             PIC X(80).
005450 FD  CHNFILE.
005460 01  CHN-LINE             PIC X(80).
005500******************************************************************
005600 WORKING-STORAGE SECTION.
005700 77  HIST-STATUS          PIC X(02) VALUE SPACES.
005800 77  UTF-STATUS           PIC X(02) VALUE SPACES.
005900 77  CALC-STATUS          PIC X(02) VALUE SPACES.
005910 77  ANAG-STATUS          PIC X(02) VALUE SPACES.
005920 77  JOB-STATUS           PIC X(02) VALUE SPACES.
006000 77  SHOP-STATUS          PIC X(02) VALUE SPACES.
006100 77  RPT-STATUS           PIC X(02) VALUE SPACES.
006110 77  EXC-STATUS           PIC X(02) VALUE SPACES.
006120 77  THR-STATUS           PIC X(02) VALUE SPACES.
006130 77  CHN-STATUS           PIC X(02) VALUE SPACES.
006500 77  MERGE-COUNT          PIC 9(07) COMP VALUE ZERO.
006700 77  LEGACY-COUNT         PIC 9(05) COMP VALUE ZERO.
006800 77  MX                   PIC 9(05) COMP VALUE ZERO.
007980 01  WRAP-LINE            PIC X(200) VALUE SPACES.
008000*    THE MERGE HEADS: EACH SOURCE IS ALREADY IN TIME ORDER, SO
008100*    ONE BUFFERED LINE PER SOURCE IS ALL THE STATE A STREAMING
008200*    5-WAY MERGE ON THE DATE-AND-TIME KEY NEEDS - NO TABLE, NO
008210*    CEILING, NO DROPPED LINES HOWEVER BIG THE DAY. A LEGACY
008220*    LINE (ALL-ZERO TIMESTAMP) MERGES AT THE POINT IT SITS IN
008230*    ITS SOURCE FILE, WHICH IS WHERE IT WAS WRITTEN.
008300 01  SOURCE-TABLE.
008310     05  SRC-ENTRY OCCURS 5 TIMES.
008320         10  SRC-OPEN-SW  PIC X(01).
008330         10  SRC-EOF-SW   PIC X(01).
008340         10  SRC-LINE     PIC X(200).
009805 01  THR-PARSE-PGM        PIC X(10) VALUE SPACES.
009806 01  THR-PARSE-LIMIT      PIC 9(05) VALUE ZERO.
009807 77  THR-SUB              PIC 9(02) COMP VALUE ZERO.
009808*    THE HASH CHAIN: THE SEED CARRIED OUT OF THE ARCHIVES, THE
009809*    VALUE OF THE LAST LINE WRITTEN, AND THE SHOP-AUDIT LINE AS
009810*    WRITTEN - THE AUDIT RECORD, A SPACE, ITS CHAIN VALUE
009811 77  CHAIN-SEED           PIC 9(10) VALUE ZERO.
009812 77  CHAIN-RUNNING        PIC 9(10) VALUE ZERO.
009813 01  CHAINED-LINE.
009814     05  CHAINED-RECORD   PIC X(200).
009815     05  FILLER           PIC X(01) VALUE SPACE.
009816     05  CHAINED-VALUE    PIC 9(10).
009817     COPY AUDITLNK.
009818     COPY AUDITLDG.
009800******************************************************************
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
011200******************************************************************
011300 1000-INITIALIZE.
011400     OPEN OUTPUT SHOPFILE
011500     OPEN OUTPUT RPTFILE
011510     PERFORM 1100-LOAD-CHAIN-SEED THRU 1100-EXIT.
011600 1000-EXIT.
011700     EXIT.
011710
011720******************************************************************
011730*  1100-LOAD-CHAIN-SEED - THE CHAIN VALUE OF THE LAST ARCHIVED  *
011740*  LINE, FROM THE LAST LINE OF THE CHAIN LEDGER.  NO LEDGER     *
011750*  MEANS NOTHING HAS BEEN ARCHIVED YET AND THE CHAIN STARTS     *
011760*  FROM ZERO.                                                   *
011770******************************************************************
011780 1100-LOAD-CHAIN-SEED.
011790     MOVE ZERO TO CHAIN-SEED
011800     OPEN INPUT CHNFILE
011810     IF CHN-STATUS NOT = '00'
011820         GO TO 1100-EXIT
011830     END-IF
011840     PERFORM UNTIL CHN-STATUS NOT = '00'
011850         READ CHNFILE
011860             AT END
011870                 MOVE '10' TO CHN-STATUS
011880             NOT AT END
011890                 IF CHN-LINE (1:6) = 'MONTH '
011900                     MOVE CHN-LINE TO LDG-RECORD
011910                     IF LDG-CHAIN IS NUMERIC
011920                         MOVE LDG-CHAIN TO CHAIN-SEED
011930                     END-IF
011940                 END-IF
011950         END-READ
011960     END-PERFORM
011970     CLOSE CHNFILE.
011980 1100-EXIT.
011990     EXIT.
011800
011900******************************************************************
012000*  2000-OPEN-ALL-LOGS - OPEN EVERY SOURCE THAT EXISTS AND PRIME *
014780     ELSE
014785         MOVE 'N' TO SRC-OPEN-SW (4)
014790         MOVE 'Y' TO SRC-EOF-SW (4)
014795     END-IF
014796     MOVE 5 TO SRC-SUB
014797     OPEN INPUT JOBFILE
014798     IF JOB-STATUS = '00'
014799         MOVE 'Y' TO SRC-OPEN-SW (5)
014800         MOVE 'N' TO SRC-EOF-SW (5)
014801         PERFORM 2600-READ-NEXT-SOURCE THRU 2600-EXIT
014802     ELSE
014803         MOVE 'N' TO SRC-OPEN-SW (5)
014804         MOVE 'Y' TO SRC-EOF-SW (5)
014805     END-IF.
014800 2000-EXIT.
014900     EXIT.
015000
019100                     CLOSE ANAGFILE
019200                     GO TO 2600-EXIT
019300             END-READ
019310         WHEN 5
019320             MOVE 'JOBSTRM' TO SOURCE-TAG
019330             READ JOBFILE INTO WORK-LINE
019340                 AT END
019350                     MOVE 'Y' TO SRC-EOF-SW (5)
019360                     CLOSE JOBFILE
019370                     GO TO 2600-EXIT
019380             END-READ
019400     END-EVALUATE
019500     IF WORK-LINE = SPACES
019600         GO TO 2600-READ-NEXT-SOURCE
024100
024200******************************************************************
024300*  3000-WRITE-SHOP-AUDIT - THE STREAMING MERGE ITSELF: TAKE THE *
024400*  EARLIEST OF THE FIVE MERGE HEADS, WRITE IT, TALLY IT, AND    *
024500*  ADVANCE THAT ONE SOURCE - UNTIL EVERY SOURCE IS AT END.      *
024600******************************************************************
024700 3000-WRITE-SHOP-AUDIT.
025430         GO TO 3100-EXIT
025440     END-IF
025450     MOVE SRC-LINE (PICK-SUB) TO WORK-LINE
025460*    CHAIN THE LINE TO THE ONE BEFORE IT
025470     IF MERGE-COUNT = ZERO
025480         MOVE CHAIN-SEED TO CHAIN-RUNNING
025490     END-IF
025492     MOVE WORK-LINE TO CHAIN-RECORD
025494     MOVE CHAIN-RUNNING TO CHAIN-PRIOR
025496     CALL 'AUDITCHN' USING CHAIN-LINK
025498     MOVE CHAIN-VALUE TO CHAIN-RUNNING
025500     MOVE WORK-LINE TO CHAINED-RECORD
025510     MOVE CHAIN-VALUE TO CHAINED-VALUE
025520     MOVE CHAINED-LINE TO SHOP-LINE
025600     WRITE SHOP-LINE
025650     ADD 1 TO MERGE-COUNT
025700     PERFORM 3200-TALLY-ACTIVITY THRU 3200-EXIT
026070 3150-PICK-NEXT-SOURCE.
026075     MOVE 9 TO PICK-SUB
026080     MOVE HIGH-VALUES TO PICK-KEY
026085     PERFORM VARYING MY FROM 1 BY 1 UNTIL MY > 5
026090         IF SRC-EOF-SW (MY) = 'N'
026092             AND SRC-KEY (MY) < PICK-KEY
026094             MOVE MY TO PICK-SUB
038800         END-STRING
038900         WRITE RPT-LINE
039000     END-IF
039010*    THE CHAIN'S TWO ENDS, FOR WHOEVER RECEIVES THE FILE TO NOTE
039020*    AGAINST A LATER VERIFICATION
039030     IF MERGE-COUNT = ZERO
039040         MOVE CHAIN-SEED TO CHAIN-RUNNING
039050     END-IF
039060     MOVE SPACES TO RPT-LINE
039070     STRING
039080         'HASH CHAIN: SEED ' DELIMITED BY SIZE
039090         CHAIN-SEED DELIMITED BY SIZE
039092         '  LAST LINE ' DELIMITED BY SIZE
039094         CHAIN-RUNNING DELIMITED BY SIZE
039096         INTO RPT-LINE
039098     END-STRING
039099     WRITE RPT-LINE
039100     CLOSE SHOPFILE
039200     CLOSE RPTFILE.
039300 9000-EXIT.
