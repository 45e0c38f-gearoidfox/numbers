001800*  MASTER CAN BE SIZED ON EVIDENCE INSTEAD OF GUESSWORK.        *
001900*                                                               *
002000*  THE RETENTION PERIOD COMES FROM THE SQRTPCT CONTROL CARD,    *
002100*  THE SAME WAY SQRTHCT PARAMETERIZES SQRTHKP.  IF THE CARD     *
002200*  LEAVES THE MONTHS ZERO, THIRTEEN MONTHS APPLY.               *
002300*                                                               *
002400*  THE CUTOFF IS A CALENDAR MONTH, COMPUTED EXACTLY THE WAY     *
002500*  SQRTHKP COMPUTES ITS SQRTLOG CUTOFF - AN ENTRY IS PURGED     *
002820*  THE STEP WITH RETURN CODE 8.  THIS JOB REGISTERS ITS OWN     *
002830*  USE WHILE IT RUNS, SO SQRTBAT AND SQRTHKP SEE IT TOO; A      *
002840*  LOCK LEFT BY AN ABEND IS CLEARED WITH SQRTULK.               *
002850*                                                               *
002860*  EVERY PURGED ENTRY IS WRITTEN TO THE SQRTJNL MASTER CHANGE   *
002870*  JOURNAL WITH ITS BEFORE IMAGE, SO A PURGED ROOT CAN STILL    *
002876*  BE ACCOUNTED FOR.  THE OPERATOR WHO SUBMITTED THE PURGE IS   *
002882*  CARRIED ON THE SQRTPCT CARD (COLUMNS 4-11) FOR THE JOURNAL.  *
002888*  WITHOUT A CARD NAMING ONE NOTHING IS PURGED AND THE STEP     *
002894*  ENDS WITH RETURN CODE 16 - NO PURGE RUNS ANONYMOUSLY.        *
002900*--------------------------------------------------------------*
003000*
003100*--------------------------------------------------------------*
003410*  02/09/2026  DOK  CHECKS AND REGISTERS THE SQRTLCK IN-USE     *
003420*                   SENTINEL SO THE PURGE CANNOT RUN AGAINST    *
003430*                   A MASTER SQRTBAT HAS OPEN, AND VICE VERSA.  *
003440*  15/10/2026  DOK  EVERY PURGE IS JOURNALED ON SQRTJNL WITH    *
003450*                   ITS BEFORE IMAGE; SQRTPCT GAINED AN         *
003460*                   OPERATOR ID FOR THE JOURNAL.                *
003470*  15/10/2026  DOK  THE SQRTPCT CARD AND ITS OPERATOR ID ARE    *
003480*                   NOW REQUIRED; WITHOUT THEM THE PURGE IS     *
003490*                   REFUSED WITH RETURN CODE 16.                *
003491*  15/10/2026  DOK  THE SQRTJNL OPEN AND EVERY JOURNAL WRITE    *
003492*                   ARE NOW CHECKED.  A JOURNAL THAT WILL NOT   *
003493*                   OPEN ENDS THE STEP WITH RETURN CODE 16      *
003494*                   BEFORE ANYTHING IS PURGED; A FAILED WRITE   *
003495*                   IS REPORTED, COUNTED ON THE TOTALS AND ENDS *
003496*                   THE STEP WITH RETURN CODE 8.                *
003500*--------------------------------------------------------------*
003600*
003700 ENVIRONMENT DIVISION.
005220     SELECT SQRTLCK-FILE ASSIGN TO SQRTLCK
005230         ORGANIZATION IS SEQUENTIAL
005240         FILE STATUS IS PG-LCK-STATUS.
005250*
005260     SELECT SQRTJNL-FILE ASSIGN TO SQRTJNL
005270         ORGANIZATION IS SEQUENTIAL
005280         FILE STATUS IS PG-JNL-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
007100     RECORDING MODE IS F.
007200 01  SQRTPCT-RECORD.
007300     05  SQRTPCT-RETAIN-MONTHS  PIC 9(3).
007310     05  SQRTPCT-OPERATOR       PIC X(8).
007400*
007500 FD  SQRTPRP-FILE
007600     RECORDING MODE IS F.
007750     05  SQRTLCK-HOLDER         PIC X(8).
007760     05  SQRTLCK-DATE           PIC 9(8).
007770     05  SQRTLCK-TIME           PIC 9(8).
007771*
007772 FD  SQRTJNL-FILE
007773     RECORDING MODE IS F.
007774 01  SQRTJNL-RECORD.
007775     05  SQRTJNL-DATE           PIC 9(8).
007776     05  SQRTJNL-TIME           PIC 9(8).
007777     05  SQRTJNL-PROGRAM        PIC X(8).
007778     05  SQRTJNL-ACTION         PIC X(01).
007779         88  SQRTJNL-DELETE              VALUE 'D'.
007780         88  SQRTJNL-RECOMPUTE           VALUE 'R'.
007781         88  SQRTJNL-PURGE               VALUE 'P'.
007782     05  SQRTJNL-OPERATOR       PIC X(8).
007783     05  SQRTJNL-APPROVER       PIC X(8).
007784     05  SQRTJNL-BEFORE-IMAGE   PIC X(89).
007785     05  SQRTJNL-AFTER-IMAGE    PIC X(89).
007800*
007900 WORKING-STORAGE SECTION.
008000*
010500 77  PG-READ-COUNT               PIC 9(8)  USAGE COMP VALUE ZERO.
010600 77  PG-KEPT-COUNT               PIC 9(8)  USAGE COMP VALUE ZERO.
010700 77  PG-PURGE-COUNT              PIC 9(8)  USAGE COMP VALUE ZERO.
010750 77  PG-JNL-FAILED-COUNT         PIC 9(8)  USAGE COMP VALUE ZERO.
010800*
010900 77  PG-MST-STATUS               PIC X(02) VALUE '00'.
011000     88  PG-MST-STATUS-NOT-FOUND          VALUE '35'.
011381*    WHO HOLDS THE SENTINEL AS OF THE LAST READ - SPACES WHEN
011382*    THE FILE IS MISSING OR EMPTY (NO LOCK HELD).
011383 77  PG-LCK-READ-HOLDER          PIC X(8)  VALUE SPACES.
011384*
011385 77  PG-JNL-STATUS               PIC X(02) VALUE '00'.
011386     88  PG-JNL-STATUS-NOT-FOUND          VALUE '35'.
011387     88  PG-JNL-STATUS-OK                 VALUE '00'.
011388*
011389 77  PG-OPERATOR                 PIC X(8)  VALUE SPACES.
011400*
011500 77  PG-SQRTMST-EOF-SW           PIC X(01) VALUE 'N'.
011600     88  PG-SQRTMST-EOF                   VALUE 'Y'.
013570     PERFORM 0600-REGISTER-LOCK THRU 0600-EXIT
013600*
013700     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT
013712     IF PG-OPERATOR EQUAL SPACES
013724         DISPLAY 'SQRTPRG - NO OPERATOR ID ON THE SQRTPCT CARD '
013736             '(COLUMNS 4-11) - PURGE NOT RUN'
013748         PERFORM 0700-CLEAR-LOCK THRU 0700-EXIT
013760         MOVE 16 TO RETURN-CODE
013772         GO TO 9999-TERMINATE
013784     END-IF
013800     PERFORM 1500-COMPUTE-CUTOFF THRU 1500-EXIT
013810     PERFORM 1600-OPEN-JOURNAL THRU 1600-EXIT
013900*
014000     OPEN OUTPUT SQRTPRP-FILE
014100     PERFORM 1800-PRINT-HEADINGS THRU 1800-EXIT
015900     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
016000*
016100     CLOSE SQRTPRP-FILE
016110     CLOSE SQRTJNL-FILE
016210*
016220     PERFORM 0700-CLEAR-LOCK THRU 0700-EXIT
016300*
016401     EXIT.
016402*
016500*--------------------------------------------------------------*
016566*  1000-READ-CONTROL-CARD - THE SQRTPCT CARD CARRYING THE       *
016632*  RETENTION PERIOD IN MONTHS AND THE SUBMITTING OPERATOR FOR   *
016698*  SQRTJNL.  ZERO MONTHS MEANS THIRTEEN, THE SAME DEFAULT       *
016764*  SQRTHKP USES FOR SQRTLOG.  AN ABSENT CARD LEAVES THE         *
016830*  OPERATOR BLANK, WHICH THE MAINLINE REFUSES.                  *
016900*--------------------------------------------------------------*
017000 1000-READ-CONTROL-CARD.
017100*
018100                 MOVE SQRTPCT-RETAIN-MONTHS TO PG-RETAIN-MONTHS
018200             END-IF
018300         END-IF
018310         IF PG-PCT-STATUS-OK
018320             MOVE SQRTPCT-OPERATOR TO PG-OPERATOR
018330         END-IF
018400         CLOSE SQRTPCT-FILE
018500     END-IF.
018600*
018700 1000-EXIT.
018800     EXIT.
018810*
018820*--------------------------------------------------------------*
018825*  1600-OPEN-JOURNAL - OPEN THE MASTER CHANGE JOURNAL FOR       *
018830*  APPEND, CREATING IT IF NOTHING HAS BEEN JOURNALED YET.  A    *
018835*  JOURNAL THAT STILL WILL NOT OPEN ENDS THE STEP WITH RETURN   *
018840*  CODE 16 BEFORE THE MASTER IS OPENED - NO PURGE WITHOUT A     *
018845*  TRAIL.                                                       *
018850*--------------------------------------------------------------*
018860 1600-OPEN-JOURNAL.
018862*
018864     OPEN EXTEND SQRTJNL-FILE
018866*
018868     IF PG-JNL-STATUS-NOT-FOUND
018870         OPEN OUTPUT SQRTJNL-FILE
018872         CLOSE SQRTJNL-FILE
018874         OPEN EXTEND SQRTJNL-FILE
018876     END-IF
018878*
018880     IF NOT PG-JNL-STATUS-OK
018882         DISPLAY 'SQRTPRG - MASTER CHANGE JOURNAL (SQRTJNL) WILL '
018884             'NOT OPEN - STATUS ' PG-JNL-STATUS ' - PURGE NOT RUN'
018886         PERFORM 0700-CLEAR-LOCK THRU 0700-EXIT
018888         MOVE 16 TO RETURN-CODE
018890         GO TO 9999-TERMINATE
018892     END-IF.
018894*
018896 1600-EXIT.
018898     EXIT.
018900*
019000*--------------------------------------------------------------*
019100*  1500-COMPUTE-CUTOFF - TURN THE RUN MONTH INTO A SERIAL       *
026800     PERFORM 2500-PRINT-DISPOSITION THRU 2500-EXIT
026900*
027000     IF PG-DISPOSITION EQUAL 'PURGED'
027010         MOVE SQRTMST-RECORD TO SQRTJNL-BEFORE-IMAGE
027100         DELETE SQRTMST-FILE
027110         PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT
027200     END-IF
027300*
027400     PERFORM 2900-READ-SQRTMST THRU 2900-EXIT.
027500*
027600 2000-EXIT.
027700     EXIT.
027710*
027720*--------------------------------------------------------------*
027726*  2300-WRITE-JOURNAL - ONE SQRTJNL ENTRY FOR THE ENTRY JUST    *
027732*  PURGED.  THE CALLER HAS ALREADY SET THE BEFORE IMAGE.  A     *
027738*  FAILED WRITE IS REPORTED AND COUNTED, AND THE STEP ENDS      *
027744*  WITH RETURN CODE 8 SO THE GAP IN THE TRAIL IS SEEN.          *
027750*--------------------------------------------------------------*
027760 2300-WRITE-JOURNAL.
027762*
027764     ACCEPT SQRTJNL-DATE FROM DATE YYYYMMDD
027766     ACCEPT SQRTJNL-TIME FROM TIME
027768     MOVE 'SQRTPRG ' TO SQRTJNL-PROGRAM
027770     SET SQRTJNL-PURGE TO TRUE
027772     MOVE PG-OPERATOR TO SQRTJNL-OPERATOR
027774     MOVE SPACES TO SQRTJNL-APPROVER
027776     MOVE SPACES TO SQRTJNL-AFTER-IMAGE
027778     WRITE SQRTJNL-RECORD
027780     IF NOT PG-JNL-STATUS-OK
027782         ADD 1 TO PG-JNL-FAILED-COUNT
027784         DISPLAY 'SQRTPRG - JOURNAL WRITE FAILED - STATUS '
027786             PG-JNL-STATUS ' - PURGE OF ' SQRTMST-S ' DEGREE '
027788             SQRTMST-DEGREE ' NOT JOURNALED'
027790         MOVE 8 TO RETURN-CODE
027792     END-IF.
027794*
027796 2300-EXIT.
027798     EXIT.
027800*
027900*--------------------------------------------------------------*
028000*  2500-PRINT-DISPOSITION - ONE REPORT LINE PER MASTER ENTRY,   *
035800     STRING 'ENTRIES PURGED . . . . . . . ' PG-RPT-COUNT-ED
035900         DELIMITED BY SIZE INTO PG-PRINT-LINE
036000     WRITE SQRTPRP-RECORD FROM PG-PRINT-LINE
036100         AFTER ADVANCING 1 LINE
036112*
036124     MOVE PG-JNL-FAILED-COUNT TO PG-RPT-COUNT-ED
036136     MOVE SPACES TO PG-PRINT-LINE
036148     STRING 'JOURNAL WRITES FAILED. . . . ' PG-RPT-COUNT-ED
036160         DELIMITED BY SIZE INTO PG-PRINT-LINE
036172     WRITE SQRTPRP-RECORD FROM PG-PRINT-LINE
036184         AFTER ADVANCING 1 LINE.
036200*
036300 4000-EXIT.
036400     EXIT.
