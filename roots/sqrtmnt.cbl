001500*  TOLERANCE CHANGE SO THE NEXT RUN RECOMPUTES THEM.            *
001600*  FUNCTIONS REPEAT UNTIL THE OPERATOR ENTERS X, SO A BATCH OF  *
001700*  DELETIONS DOES NOT NEED ONE INVOCATION PER ENTRY.            *
001710*                                                               *
001720*  A DELETE IS TWO-PERSON.  D ONLY QUEUES THE DELETE ON THE     *
001730*  SQRTPND PENDING-CHANGE FILE UNDER THE REQUESTING OPERATOR'S  *
001740*  ID; THE MASTER IS NOT TOUCHED UNTIL A DIFFERENT OPERATOR     *
001750*  APPROVES IT WITH A.  R WITHDRAWS A PENDING DELETE AND L      *
001760*  LISTS EVERYTHING STILL WAITING.  EVERY APPROVED DELETE IS    *
001770*  WRITTEN TO THE SQRTJNL MASTER CHANGE JOURNAL WITH THE        *
001780*  BEFORE IMAGE OF THE RECORD, THE REQUESTING OPERATOR AND THE  *
001790*  APPROVER.  THE OPERATOR ID IS ASKED FOR ONCE AT SIGN-ON.     *
001800*                                                               *
001900*  THE MASTER KEY IS THE RAW 17 DIGIT BYTES OF S EXACTLY AS     *
002000*  PUNCHED ON SQRTIN CARDS (8 INTEGER AND 9 DECIMAL DIGITS,     *
002883*                   UNSIGNED REBUILD DROPPED THE OPERATOR'S     *
002884*                   SIGN SO THOSE ENTRIES COULD NEVER BE        *
002885*                   INQUIRED ON OR DELETED HERE.                *
002886*  15/10/2026  DOK  DELETES NOW NEED A SECOND OPERATOR - D      *
002887*                   QUEUES THE DELETE ON SQRTPND AND A (BY A    *
002888*                   DIFFERENT OPERATOR) APPLIES IT.  ADDED R    *
002889*                   (WITHDRAW) AND L (LIST PENDING), AN         *
002890*                   OPERATOR ID AT SIGN-ON, AND A SQRTJNL       *
002891*                   JOURNAL ENTRY FOR EVERY APPROVED DELETE.    *
002892*  15/10/2026  DOK  THE JOURNAL ENTRY IS NOW WRITTEN AND        *
002893*                   CHECKED BEFORE AN APPROVED DELETE TOUCHES   *
002894*                   THE MASTER, SO A FAILED WRITE LEAVES THE    *
002895*                   ROOT STORED AND THE DELETE PENDING.  A      *
002896*                   JOURNAL THAT WILL NOT OPEN ENDS THE         *
002897*                   SESSION.                                    *
002900*--------------------------------------------------------------*
003000*
003100 ENVIRONMENT DIVISION.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS SQRTMST-KEY
003900         FILE STATUS IS MN-MST-STATUS.
003910*
003920     SELECT SQRTPND-FILE ASSIGN TO SQRTPND
003930         ORGANIZATION IS INDEXED
003940         ACCESS MODE IS DYNAMIC
003950         RECORD KEY IS SQRTPND-KEY
003960         FILE STATUS IS MN-PND-STATUS.
003970*
003980     SELECT SQRTJNL-FILE ASSIGN TO SQRTJNL
003990         ORGANIZATION IS SEQUENTIAL
003995         FILE STATUS IS MN-JNL-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
005200     05  SQRTMST-TOLERANCE      PIC S9(8)V9(09).
005210     05  SQRTMST-HIT-COUNT      PIC 9(8).
005220     05  SQRTMST-LAST-USED      PIC 9(8).
005230*
005240*    ONE PENDING CHANGE PER MASTER KEY, WAITING FOR A SECOND
005250*    OPERATOR.  ONLY DELETES ARE QUEUED TODAY.
005260 FD  SQRTPND-FILE.
005270 01  SQRTPND-RECORD.
005280     05  SQRTPND-KEY.
005290         10  SQRTPND-S          PIC X(17).
005291         10  SQRTPND-DEGREE     PIC 9(2).
005292     05  SQRTPND-ACTION         PIC X(01).
005293         88  SQRTPND-DELETE              VALUE 'D'.
005294     05  SQRTPND-REQ-OPERATOR   PIC X(8).
005295     05  SQRTPND-REQ-DATE       PIC 9(8).
005296     05  SQRTPND-REQ-TIME       PIC 9(8).
005297*
005298 FD  SQRTJNL-FILE
005299     RECORDING MODE IS F.
005300 01  SQRTJNL-RECORD.
005301     05  SQRTJNL-DATE           PIC 9(8).
005302     05  SQRTJNL-TIME           PIC 9(8).
005303     05  SQRTJNL-PROGRAM        PIC X(8).
005304     05  SQRTJNL-ACTION         PIC X(01).
005305         88  SQRTJNL-DELETE              VALUE 'D'.
005306         88  SQRTJNL-RECOMPUTE           VALUE 'R'.
005307         88  SQRTJNL-PURGE               VALUE 'P'.
005308     05  SQRTJNL-OPERATOR       PIC X(8).
005309     05  SQRTJNL-APPROVER       PIC X(8).
005310     05  SQRTJNL-BEFORE-IMAGE   PIC X(89).
005311     05  SQRTJNL-AFTER-IMAGE    PIC X(89).
005312*
005400 WORKING-STORAGE SECTION.
005500*
005600 01  MN-S-IN                    PIC S9(8)V9(09) USAGE COMP.
005800 01  MN-S-DISPLAY-X REDEFINES MN-S-DISPLAY
005900                                PIC X(17).
005910 01  MN-DEGREE-IN               PIC 9(2) USAGE COMP.
005920*
005930 01  MN-OPERATOR                PIC X(8)  VALUE SPACES.
006000*
006100 77  MN-MST-STATUS              PIC X(02) VALUE '00'.
006200     88  MN-MST-STATUS-NOT-FOUND          VALUE '35'.
006210*
006220 77  MN-PND-STATUS              PIC X(02) VALUE '00'.
006230     88  MN-PND-STATUS-NOT-FOUND          VALUE '35'.
006240*
006250 77  MN-JNL-STATUS              PIC X(02) VALUE '00'.
006260     88  MN-JNL-STATUS-NOT-FOUND          VALUE '35'.
006280     88  MN-JNL-STATUS-OK                 VALUE '00'.
006300*
006400 01  MN-FUNCTION                PIC X(01).
006500     88  MN-FUNC-INQUIRE                 VALUE 'I' 'i'.
006600     88  MN-FUNC-DELETE                  VALUE 'D' 'd'.
006610     88  MN-FUNC-APPROVE                 VALUE 'A' 'a'.
006620     88  MN-FUNC-WITHDRAW                VALUE 'R' 'r'.
006630     88  MN-FUNC-LIST                    VALUE 'L' 'l'.
006700     88  MN-FUNC-EXIT                    VALUE 'X' 'x'.
006800*
006900 77  MN-DONE-SW                 PIC X(01) VALUE 'N'.
007000     88  MN-DONE                         VALUE 'Y'.
007100     88  MN-NOT-DONE                     VALUE 'N'.
007110*
007120 77  MN-PND-EOF-SW              PIC X(01) VALUE 'N'.
007130     88  MN-PND-EOF                      VALUE 'Y'.
007140     88  MN-PND-NOT-EOF                  VALUE 'N'.
007150*
007160 77  MN-PND-LISTED              PIC 9(6) USAGE COMP VALUE ZERO.
007200*
007210 77  MN-S-ED                    PIC -9(8).9(9).
007300 77  MN-R-ED                    PIC -9(8).9(9).
007400 77  MN-TOLER-ED                PIC -9(8).9(9).
007500 77  MN-ITER-ED                 PIC ZZZ9.
007510 77  MN-HITS-ED                 PIC ZZZZZZZ9.
007520 77  MN-COUNT-ED                PIC ZZZZZ9.
007600*
007700 PROCEDURE DIVISION.
007800*
007900 0000-MAINLINE.
007910*
007920     DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING
007930     ACCEPT MN-OPERATOR
007940     IF MN-OPERATOR EQUAL SPACES
007950         DISPLAY 'OPERATOR ID REQUIRED - MAINTENANCE NOT STARTED'
007960         GO TO 9999-TERMINATE
007970     END-IF
008000*
008100     OPEN I-O SQRTMST-FILE
008200*
008500             'SQRTBAT ONCE TO CREATE IT'
008600         GO TO 9999-TERMINATE
008700     END-IF
008710*
008720     PERFORM 1500-OPEN-PENDING THRU 1500-EXIT
008730     PERFORM 1600-OPEN-JOURNAL THRU 1600-EXIT
008800*
008900     PERFORM 2000-PROCESS-ONE-FUNCTION THRU 2000-EXIT
009000         UNTIL MN-DONE
009100*
009200     CLOSE SQRTMST-FILE
009210     CLOSE SQRTPND-FILE
009220     CLOSE SQRTJNL-FILE
009300*
009400     GO TO 9999-TERMINATE.
009410*
009420*--------------------------------------------------------------*
009430*  1500-OPEN-PENDING - OPEN THE PENDING-CHANGE FILE, CREATING   *
009440*  IT THE FIRST TIME A DELETE IS EVER QUEUED.                   *
009450*--------------------------------------------------------------*
009460 1500-OPEN-PENDING.
009470*
009480     OPEN I-O SQRTPND-FILE
009490*
009491     IF MN-PND-STATUS-NOT-FOUND
009492         OPEN OUTPUT SQRTPND-FILE
009493         CLOSE SQRTPND-FILE
009494         OPEN I-O SQRTPND-FILE
009495     END-IF.
009496*
009497 1500-EXIT.
009498     EXIT.
009499*
009500*--------------------------------------------------------------*
009501*  1600-OPEN-JOURNAL - OPEN THE MASTER CHANGE JOURNAL FOR       *
009502*  APPEND, CREATING IT IF THIS IS THE FIRST CHANGE EVER MADE.   *
009503*  A JOURNAL THAT STILL WILL NOT OPEN ENDS THE SESSION - NO     *
009504*  DELETE MAY BE APPROVED WITHOUT A TRAIL.                      *
009505*--------------------------------------------------------------*
009506 1600-OPEN-JOURNAL.
009507*
009508     OPEN EXTEND SQRTJNL-FILE
009509*
009510     IF MN-JNL-STATUS-NOT-FOUND
009511         OPEN OUTPUT SQRTJNL-FILE
009512         CLOSE SQRTJNL-FILE
009513         OPEN EXTEND SQRTJNL-FILE
009514     END-IF
009515*
009516     IF NOT MN-JNL-STATUS-OK
009517         DISPLAY 'MASTER CHANGE JOURNAL (SQRTJNL) WILL NOT '
009518             'OPEN - STATUS ' MN-JNL-STATUS
009519             ' - MAINTENANCE NOT STARTED'
009520         CLOSE SQRTMST-FILE
009521         CLOSE SQRTPND-FILE
009522         GO TO 9999-TERMINATE
009523     END-IF.
009524*
009525 1600-EXIT.
009526     EXIT.
009527*
009600*--------------------------------------------------------------*
009700*  2000-PROCESS-ONE-FUNCTION - PROMPT FOR A FUNCTION AND        *
009800*  DISPATCH IT.  REPEATS UNTIL THE OPERATOR ENTERS X.           *
009900*--------------------------------------------------------------*
010000 2000-PROCESS-ONE-FUNCTION.
010100*
010200     DISPLAY 'ENTER FUNCTION - I=INQUIRE, D=DELETE, A=APPROVE, '
010210         'R=WITHDRAW, L=LIST PENDING, X=EXIT: '
010300         WITH NO ADVANCING
010400     ACCEPT MN-FUNCTION
010500*
011000             PERFORM 3000-INQUIRE THRU 3000-EXIT
011100         WHEN MN-FUNC-DELETE
011200             PERFORM 4000-DELETE THRU 4000-EXIT
011210         WHEN MN-FUNC-APPROVE
011220             PERFORM 4500-APPROVE THRU 4500-EXIT
011230         WHEN MN-FUNC-WITHDRAW
011240             PERFORM 4700-WITHDRAW THRU 4700-EXIT
011250         WHEN MN-FUNC-LIST
011260             PERFORM 4800-LIST-PENDING THRU 4800-EXIT
011300         WHEN OTHER
011400             DISPLAY 'INVALID FUNCTION - MUST BE I, D, A, R, L, '
011410                 'OR X'
011500     END-EVALUATE.
011600*
011700 2000-EXIT.
015600     EXIT.
015700*
015800*--------------------------------------------------------------*
015900*  4000-DELETE - QUEUE THE DELETE OF ONE STORED ROOT FOR A      *
016000*  SECOND OPERATOR'S APPROVAL.  ONCE APPROVED, THE NEXT         *
016100*  SQRTBAT RUN THAT SEES THIS S RECOMPUTES IT UNDER THE         *
016110*  CURRENT TOLERANCE.  ONLY A ROOT ACTUALLY ON THE MASTER CAN   *
016120*  BE QUEUED, AND ONLY ONCE.                                    *
016200*--------------------------------------------------------------*
016300 4000-DELETE.
016400*
016500     PERFORM 2500-GET-S-VALUE THRU 2500-EXIT
016600*
016700     READ SQRTMST-FILE
016800         INVALID KEY
016900             DISPLAY 'NO STORED ROOT FOR THIS VALUE'
016910             GO TO 4000-EXIT
017000     END-READ
017010*
017020     MOVE SQRTMST-KEY TO SQRTPND-KEY
017030     SET SQRTPND-DELETE TO TRUE
017040     MOVE MN-OPERATOR TO SQRTPND-REQ-OPERATOR
017050     ACCEPT SQRTPND-REQ-DATE FROM DATE YYYYMMDD
017060     ACCEPT SQRTPND-REQ-TIME FROM TIME
017070*
017080     WRITE SQRTPND-RECORD
017090         INVALID KEY
017100             DISPLAY 'A DELETE IS ALREADY PENDING FOR THIS VALUE'
017110         NOT INVALID KEY
017120             DISPLAY 'DELETE QUEUED - A SECOND OPERATOR MUST '
017130                 'APPROVE IT'
017200     END-WRITE.
017300*
017400 4000-EXIT.
017500     EXIT.
017510*
017511*--------------------------------------------------------------*
017512*  4500-APPROVE - APPLY A PENDING DELETE.  THE APPROVER MUST    *
017513*  NOT BE THE OPERATOR WHO QUEUED IT.  THE MASTER RECORD IS     *
017514*  JOURNALED AS IT STANDS AT APPROVAL, SO A RECOMPUTE BETWEEN   *
017515*  REQUEST AND APPROVAL IS NOT LOST FROM THE TRAIL.  THE        *
017516*  JOURNAL ENTRY IS WRITTEN FIRST; IF IT FAILS THE MASTER IS    *
017517*  NOT TOUCHED AND THE DELETE STAYS PENDING.  A ROOT THAT HAS   *
017518*  ALREADY LEFT THE MASTER (PURGED IN THE MEANTIME) SIMPLY      *
017519*  CLEARS THE PENDING ENTRY.                                    *
017520*--------------------------------------------------------------*
017521 4500-APPROVE.
017522*
017523     PERFORM 2500-GET-S-VALUE THRU 2500-EXIT
017524     MOVE SQRTMST-KEY TO SQRTPND-KEY
017525*
017526     READ SQRTPND-FILE
017527         INVALID KEY
017528             DISPLAY 'NO DELETE PENDING FOR THIS VALUE'
017529             GO TO 4500-EXIT
017530     END-READ
017531*
017532     IF SQRTPND-REQ-OPERATOR EQUAL MN-OPERATOR
017533         DISPLAY 'DELETE WAS REQUESTED BY ' MN-OPERATOR
017534             ' - A DIFFERENT OPERATOR MUST APPROVE IT'
017535         GO TO 4500-EXIT
017536     END-IF
017537*
017538     READ SQRTMST-FILE
017539         INVALID KEY
017540             DISPLAY 'STORED ROOT IS NO LONGER ON THE MASTER - '
017541                 'PENDING DELETE CLEARED'
017542             DELETE SQRTPND-FILE
017543             GO TO 4500-EXIT
017544     END-READ
017545*
017546     MOVE SQRTMST-RECORD TO SQRTJNL-BEFORE-IMAGE
017547*
017548     ACCEPT SQRTJNL-DATE FROM DATE YYYYMMDD
017549     ACCEPT SQRTJNL-TIME FROM TIME
017550     MOVE 'SQRTMNT ' TO SQRTJNL-PROGRAM
017551     SET SQRTJNL-DELETE TO TRUE
017552     MOVE SQRTPND-REQ-OPERATOR TO SQRTJNL-OPERATOR
017553     MOVE MN-OPERATOR TO SQRTJNL-APPROVER
017554     MOVE SPACES TO SQRTJNL-AFTER-IMAGE
017555     WRITE SQRTJNL-RECORD
017556     IF NOT MN-JNL-STATUS-OK
017557         DISPLAY 'JOURNAL WRITE FAILED - STATUS ' MN-JNL-STATUS
017558             ' - STORED ROOT NOT DELETED, DELETE STILL PENDING'
017559         GO TO 4500-EXIT
017560     END-IF
017561*
017562     DELETE SQRTMST-FILE
017563         INVALID KEY
017564             DISPLAY 'STORED ROOT IS NO LONGER ON THE MASTER - '
017565                 'PENDING DELETE CLEARED'
017566             DELETE SQRTPND-FILE
017567             GO TO 4500-EXIT
017568     END-DELETE
017569*
017570     DELETE SQRTPND-FILE
017571     DISPLAY 'STORED ROOT DELETED - REQUESTED BY '
017572         SQRTPND-REQ-OPERATOR ', APPROVED BY ' MN-OPERATOR.
017573*
017574 4500-EXIT.
017575     EXIT.
017576*
017577*--------------------------------------------------------------*
017578*  4700-WITHDRAW - REMOVE A PENDING DELETE WITHOUT APPLYING     *
017579*  IT.  ANY OPERATOR MAY WITHDRAW; THE MASTER IS NOT TOUCHED,   *
017580*  SO NO SECOND PERSON IS NEEDED.                               *
017581*--------------------------------------------------------------*
017582 4700-WITHDRAW.
017583*
017584     PERFORM 2500-GET-S-VALUE THRU 2500-EXIT
017585     MOVE SQRTMST-KEY TO SQRTPND-KEY
017586*
017587     READ SQRTPND-FILE
017588         INVALID KEY
017589             DISPLAY 'NO DELETE PENDING FOR THIS VALUE'
017590             GO TO 4700-EXIT
017591     END-READ
017592*
017593     DELETE SQRTPND-FILE
017594     DISPLAY 'PENDING DELETE WITHDRAWN'.
017595*
017596 4700-EXIT.
017597     EXIT.
017598*
017599*--------------------------------------------------------------*
017600*  4800-LIST-PENDING - SHOW EVERY DELETE WAITING FOR APPROVAL,  *
017601*  IN KEY ORDER, WITH WHO QUEUED IT AND WHEN.                   *
017602*--------------------------------------------------------------*
017603 4800-LIST-PENDING.
017604*
017605     MOVE ZERO TO MN-PND-LISTED
017606     SET MN-PND-NOT-EOF TO TRUE
017607     MOVE LOW-VALUES TO SQRTPND-KEY
017608*
017609     START SQRTPND-FILE KEY IS NOT LESS THAN SQRTPND-KEY
017610         INVALID KEY
017611             SET MN-PND-EOF TO TRUE
017612     END-START
017613*
017614     IF MN-PND-NOT-EOF
017615         PERFORM 4890-READ-NEXT-PENDING THRU 4890-EXIT
017616     END-IF
017617*
017618     PERFORM 4810-LIST-ONE-PENDING THRU 4810-EXIT
017619         UNTIL MN-PND-EOF
017620*
017621     MOVE MN-PND-LISTED TO MN-COUNT-ED
017622     DISPLAY 'DELETES PENDING. . ' MN-COUNT-ED.
017623*
017624 4800-EXIT.
017625     EXIT.
017626*
017627 4810-LIST-ONE-PENDING.
017628*
017629     ADD 1 TO MN-PND-LISTED
017630     MOVE SQRTPND-S TO MN-S-DISPLAY-X
017631     MOVE MN-S-DISPLAY TO MN-S-ED
017632     DISPLAY MN-S-ED '  DEGREE ' SQRTPND-DEGREE
017633         '  REQUESTED BY ' SQRTPND-REQ-OPERATOR
017634         ' ON ' SQRTPND-REQ-DATE ' AT ' SQRTPND-REQ-TIME
017635*
017636     PERFORM 4890-READ-NEXT-PENDING THRU 4890-EXIT.
017637*
017638 4810-EXIT.
017639     EXIT.
017640*
017641 4890-READ-NEXT-PENDING.
017642*
017643     READ SQRTPND-FILE NEXT RECORD
017644         AT END
017645             SET MN-PND-EOF TO TRUE
017646     END-READ.
017647*
017648 4890-EXIT.
017649     EXIT.
017650*
017700 9999-TERMINATE.
017800     STOP RUN.
