000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTENT.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTENT                                                      *
001000*  ONLINE REQUEST ENTRY.  DEPARTMENTS USED TO SEND SQRTIN AND   *
001100*  SQRTRNG CARDS FOR US TO KEY; WITH THIS PROGRAM A REQUESTER   *
001200*  KEYS THEIR OWN REQUEST - A REQUESTER ID AND UP TO TWENTY S   *
001300*  VALUES, EACH WITH ITS ROOT DEGREE - AND IT GOES ONTO THE     *
001400*  SQRTREQ PENDING-REQUEST FILE, KEYED BY REQUESTER ID, TO      *
001500*  WAIT FOR THE NIGHTLY SQRTQEX EXTRACT THAT FEEDS SQRTEDT.     *
001600*  REQUESTS REPEAT UNTIL THE REQUESTER ENTERS X, THE SAME       *
001700*  PROMPT-LOOP STYLE AS SQRTMNT AND SQRTINQ.                    *
001800*                                                               *
001900*  A REQUESTER ID ALREADY ON SQRTREQ (QUEUED OR ALREADY         *
002000*  SUBMITTED) OR ALREADY ON SQRTLOG IS REFUSED - A REQUEST ID   *
002100*  IDENTIFIES ONE REQUEST FOR ITS WHOLE LIFE, AND SQRTINQ AND   *
002200*  THE BILLING JOBS DEPEND ON THAT.                             *
002300*                                                               *
002400*  EVERY VALUE IS BUILT INTO THE SQRTIN CARD FORM AND PUT       *
002500*  THROUGH THE SAME EDITS SQRTEDT APPLIES: THE DEGREE BLANK     *
002600*  (SQUARE) OR NUMERIC, S PLAIN DIGITS WITHIN THE PIC           *
002700*  S9(8)V9(09) LAYOUT, AND A NEGATIVE S ONLY WITH AN ODD ROOT   *
002800*  DEGREE.  A VALUE THAT FAILS IS REFUSED WITH SQRTEDT'S        *
002900*  REASON TEXT AND ASKED FOR AGAIN, SO A QUEUED REQUEST NEVER   *
003000*  REACHES THE EDIT REPORT.                                     *
003100*--------------------------------------------------------------*
003200*
003300*--------------------------------------------------------------*
003400*  MODIFICATION HISTORY                                        *
003500*  ----------------------------------------------------------  *
003600*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
003700*--------------------------------------------------------------*
003800*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200*
004300     SELECT SQRTREQ-FILE ASSIGN TO SQRTREQ
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS SQRTREQ-REQ-ID
004700         FILE STATUS IS EN-REQ-STATUS.
004800*
004900     SELECT SQRTLOG-FILE ASSIGN TO SQRTLOG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS EN-LOG-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500*
005600 FD  SQRTREQ-FILE.
005700 01  SQRTREQ-RECORD.
005800     05  SQRTREQ-REQ-ID         PIC X(8).
005900     05  SQRTREQ-STATUS         PIC X(01).
006000         88  SQRTREQ-QUEUED              VALUE 'Q'.
006100         88  SQRTREQ-SUBMITTED           VALUE 'S'.
006200     05  SQRTREQ-ENTRY-DATE     PIC 9(8).
006300     05  SQRTREQ-ENTRY-TIME     PIC 9(8).
006400     05  SQRTREQ-SUBMIT-RUN     PIC 9(6).
006500     05  SQRTREQ-SUBMIT-DATE    PIC 9(8).
006600     05  SQRTREQ-VALUE-COUNT    PIC 9(2).
006700     05  SQRTREQ-VALUE OCCURS 20 TIMES.
006800         10  SQRTREQ-S-X        PIC X(17).
006900         10  SQRTREQ-DEGREE-X   PIC X(2).
007000*
007100 FD  SQRTLOG-FILE
007200     RECORDING MODE IS F.
007300 01  SQRTLOG-RECORD.
007400     05  SQRTLOG-DATE           PIC 9(8).
007500     05  SQRTLOG-TIME           PIC 9(8).
007600     05  SQRTLOG-S              PIC S9(8)V9(09).
007700     05  SQRTLOG-R              PIC S9(8)V9(09).
007800     05  SQRTLOG-ITER           PIC 9(4).
007900     05  SQRTLOG-ORIGIN         PIC X(01).
008000     05  SQRTLOG-REQ-ID         PIC X(8).
008100     05  SQRTLOG-DEGREE         PIC 9(2).
008200     05  SQRTLOG-MST-ACTION     PIC X(01).
008300     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
008400*
008500 WORKING-STORAGE SECTION.
008600*
008700 01  EN-REQ-ID-IN               PIC X(8).
008800     88  EN-REQ-ID-EXIT                  VALUE 'X       '
008900                                               'x       '.
009000*
009100*    THE VALUE AS KEYED - ONE DIGIT WIDER THAN THE CARD SO A
009200*    VALUE WITH TOO MANY INTEGER DIGITS IS CAUGHT INSTEAD OF
009300*    SILENTLY TRUNCATED, AS SQRTMENU DOES.
009400 01  EN-S-WIDE                  PIC S9(09)V9(09) USAGE COMP.
009500 01  EN-MAX-S-ALLOWED           PIC S9(8)V9(09) USAGE COMP
009600                                VALUE 99999999.999999999.
009700 01  EN-MIN-S-ALLOWED           PIC S9(8)V9(09) USAGE COMP
009800                                VALUE -99999999.999999999.
009900*
010000*    ONE VALUE IN SQRTIN CARD FORM, WITH THE SAME ALTERNATE
010100*    VIEWS SQRTEDT EDITS THROUGH.
010200 01  EN-CARD.
010300     05  EN-CARD-S-SIGNED       PIC S9(8)V9(09).
010400     05  EN-CARD-S-NUM REDEFINES EN-CARD-S-SIGNED
010500                                PIC 9(8)V9(09).
010600     05  EN-CARD-S-X REDEFINES EN-CARD-S-SIGNED
010700                                PIC X(17).
010800     05  EN-CARD-DEGREE-X       PIC X(2).
010900     05  EN-CARD-DEGREE-NUM REDEFINES EN-CARD-DEGREE-X
011000                                PIC 9(2).
011100*
011200*    THE DEGREE AS KEYED.  A SINGLE DIGIT KEYED LEFT-JUSTIFIED
011300*    IS ZERO-FILLED TO THE TWO CARD COLUMNS BEFORE THE EDIT.
011400 01  EN-DEGREE-IN               PIC X(2).
011500 01  EN-DEGREE-IN-PARTS REDEFINES EN-DEGREE-IN.
011600     05  EN-DEGREE-IN-1         PIC X(01).
011700     05  EN-DEGREE-IN-2         PIC X(01).
011800*
011900 01  EN-VALUE-COUNT-IN          PIC 9(2).
012000 01  EN-CONFIRM                 PIC X(01).
012100     88  EN-CONFIRMED                    VALUE 'Y' 'y'.
012200*
012300 77  EN-MAX-VALUES              PIC 9(2) USAGE COMP VALUE 20.
012400 77  EN-VALUES-KEYED            PIC 9(2) USAGE COMP VALUE ZERO.
012500*
012600 77  EN-REQ-STATUS              PIC X(02) VALUE '00'.
012700     88  EN-REQ-STATUS-NOT-FOUND          VALUE '35'.
012800*
012900 77  EN-LOG-STATUS              PIC X(02) VALUE '00'.
013000     88  EN-LOG-STATUS-OK                 VALUE '00'.
013100*
013200 77  EN-DONE-SW                 PIC X(01) VALUE 'N'.
013300     88  EN-DONE                         VALUE 'Y'.
013400     88  EN-NOT-DONE                     VALUE 'N'.
013500*
013600 77  EN-ID-SW                   PIC X(01) VALUE 'Y'.
013700     88  EN-ID-FREE                      VALUE 'Y'.
013800     88  EN-ID-TAKEN                     VALUE 'N'.
013900*
014000 77  EN-EDIT-SW                 PIC X(01) VALUE 'Y'.
014100     88  EN-VALUE-GOOD                   VALUE 'Y'.
014200     88  EN-VALUE-BAD                    VALUE 'N'.
014300*
014400 77  EN-REASON-TEXT             PIC X(30).
014500*
014600 77  EN-WORK-DEGREE             PIC 9(2) USAGE COMP.
014700 77  EN-DEG-QUOTIENT            PIC 9(2) USAGE COMP.
014800 77  EN-DEG-REMAINDER           PIC 9(2) USAGE COMP.
014900*
015000 77  EN-SQRTLOG-EOF-SW          PIC X(01).
015100     88  EN-SQRTLOG-EOF                  VALUE 'Y'.
015200*
015300 77  EN-VALUE-NO-ED             PIC Z9.
015400*
015500 PROCEDURE DIVISION.
015600*
015700 0000-MAINLINE.
015800*
015900     PERFORM 1000-OPEN-REQUESTS THRU 1000-EXIT
016000*
016100     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
016200         UNTIL EN-DONE
016300*
016400     CLOSE SQRTREQ-FILE
016500*
016600     GO TO 9999-TERMINATE.
016700*
016800*--------------------------------------------------------------*
016900*  1000-OPEN-REQUESTS - OPEN THE PENDING-REQUEST FILE,          *
017000*  CREATING IT THE FIRST TIME A REQUEST IS EVER ENTERED.        *
017100*--------------------------------------------------------------*
017200 1000-OPEN-REQUESTS.
017300*
017400     OPEN I-O SQRTREQ-FILE
017500*
017600     IF EN-REQ-STATUS-NOT-FOUND
017700         OPEN OUTPUT SQRTREQ-FILE
017800         CLOSE SQRTREQ-FILE
017900         OPEN I-O SQRTREQ-FILE
018000     END-IF.
018100*
018200 1000-EXIT.
018300     EXIT.
018400*
018500*--------------------------------------------------------------*
018600*  2000-PROCESS-ONE-REQUEST - PROMPT FOR THE REQUESTER ID,      *
018700*  REFUSE ONE ALREADY IN USE, TAKE THE VALUES, AND QUEUE THE    *
018800*  REQUEST ON CONFIRMATION.  REPEATS UNTIL X IS ENTERED.        *
018900*--------------------------------------------------------------*
019000 2000-PROCESS-ONE-REQUEST.
019100*
019200     DISPLAY 'ENTER REQUESTER ID (X=EXIT): ' WITH NO ADVANCING
019300     ACCEPT EN-REQ-ID-IN
019400*
019500     IF EN-REQ-ID-EXIT
019600         SET EN-DONE TO TRUE
019700         GO TO 2000-EXIT
019800     END-IF
019900*
020000     IF EN-REQ-ID-IN EQUAL SPACES
020100         DISPLAY 'REQUESTER ID REQUIRED'
020200         GO TO 2000-EXIT
020300     END-IF
020400*
020500     PERFORM 2100-CHECK-REQ-ID THRU 2100-EXIT
020600     IF EN-ID-TAKEN
020700         GO TO 2000-EXIT
020800     END-IF
020900*
021000     DISPLAY 'HOW MANY VALUES (1-20): ' WITH NO ADVANCING
021100     ACCEPT EN-VALUE-COUNT-IN
021200     IF EN-VALUE-COUNT-IN NOT NUMERIC
021300        OR EN-VALUE-COUNT-IN EQUAL ZERO
021400        OR EN-VALUE-COUNT-IN GREATER THAN EN-MAX-VALUES
021500         DISPLAY 'NUMBER OF VALUES MUST BE 1 TO 20 - REQUEST '
021600             'NOT QUEUED'
021700         GO TO 2000-EXIT
021800     END-IF
021900*
022000     MOVE SPACES TO SQRTREQ-RECORD
022100     MOVE EN-REQ-ID-IN TO SQRTREQ-REQ-ID
022200     MOVE ZERO TO EN-VALUES-KEYED
022300     PERFORM 3000-GET-ONE-VALUE THRU 3000-EXIT
022400         UNTIL EN-VALUES-KEYED EQUAL EN-VALUE-COUNT-IN
022500*
022600     DISPLAY 'QUEUE THIS REQUEST? (Y/N): ' WITH NO ADVANCING
022700     ACCEPT EN-CONFIRM
022800     IF NOT EN-CONFIRMED
022900         DISPLAY 'REQUEST ' EN-REQ-ID-IN ' NOT QUEUED'
023000         GO TO 2000-EXIT
023100     END-IF
023200*
023300     PERFORM 4000-QUEUE-REQUEST THRU 4000-EXIT.
023400*
023500 2000-EXIT.
023600     EXIT.
023700*
023800*--------------------------------------------------------------*
023900*  2100-CHECK-REQ-ID - THE ID MUST NOT ALREADY BE ON SQRTREQ    *
024000*  (QUEUED OR SUBMITTED) AND MUST NOT ALREADY HAVE RUN (ON      *
024100*  SQRTLOG).  THE LOG IS READ FRONT TO BACK, AS SQRTINQ DOES.   *
024200*--------------------------------------------------------------*
024300 2100-CHECK-REQ-ID.
024400*
024500     SET EN-ID-FREE TO TRUE
024600     MOVE EN-REQ-ID-IN TO SQRTREQ-REQ-ID
024700*
024800     READ SQRTREQ-FILE
024900         INVALID KEY
025000             CONTINUE
025100         NOT INVALID KEY
025200             SET EN-ID-TAKEN TO TRUE
025300             IF SQRTREQ-QUEUED
025400                 DISPLAY 'REQUESTER ID ' EN-REQ-ID-IN
025500                     ' IS ALREADY PENDING - REQUEST REFUSED'
025600             ELSE
025700                 DISPLAY 'REQUESTER ID ' EN-REQ-ID-IN
025800                     ' WAS SUBMITTED IN RUN ' SQRTREQ-SUBMIT-RUN
025900                     ' - REQUEST REFUSED'
026000             END-IF
026100     END-READ
026200*
026300     IF EN-ID-TAKEN
026400         GO TO 2100-EXIT
026500     END-IF
026600*
026700     MOVE 'N' TO EN-SQRTLOG-EOF-SW
026800     OPEN INPUT SQRTLOG-FILE
026900     IF NOT EN-LOG-STATUS-OK
027000         GO TO 2100-EXIT
027100     END-IF
027200*
027300     PERFORM 2900-READ-SQRTLOG THRU 2900-EXIT
027400     PERFORM 2200-CHECK-ONE-LOG THRU 2200-EXIT
027500         UNTIL EN-SQRTLOG-EOF
027600            OR EN-ID-TAKEN
027700*
027800     CLOSE SQRTLOG-FILE
027900*
028000     IF EN-ID-TAKEN
028100         DISPLAY 'REQUESTER ID ' EN-REQ-ID-IN
028200             ' IS ALREADY ON SQRTLOG (LOGGED ' SQRTLOG-DATE
028300             ') - REQUEST REFUSED'
028400     END-IF.
028500*
028600 2100-EXIT.
028700     EXIT.
028800*
028900 2200-CHECK-ONE-LOG.
029000*
029100     IF SQRTLOG-REQ-ID EQUAL EN-REQ-ID-IN
029200         SET EN-ID-TAKEN TO TRUE
029300         GO TO 2200-EXIT
029400     END-IF
029500*
029600     PERFORM 2900-READ-SQRTLOG THRU 2900-EXIT.
029700*
029800 2200-EXIT.
029900     EXIT.
030000*
030100 2900-READ-SQRTLOG.
030200*
030300     READ SQRTLOG-FILE
030400         AT END
030500             SET EN-SQRTLOG-EOF TO TRUE
030600     END-READ.
030700*
030800 2900-EXIT.
030900     EXIT.
031000*
031100*--------------------------------------------------------------*
031200*  3000-GET-ONE-VALUE - PROMPT FOR ONE S VALUE AND ITS ROOT     *
031300*  DEGREE, BUILD THE CARD FORM AND EDIT IT.  A GOOD VALUE IS    *
031400*  ADDED TO THE REQUEST; A BAD ONE IS REFUSED WITH ITS REASON   *
031500*  AND THE SAME VALUE NUMBER IS ASKED FOR AGAIN.                *
031600*--------------------------------------------------------------*
031700 3000-GET-ONE-VALUE.
031800*
031900     COMPUTE EN-VALUE-NO-ED = EN-VALUES-KEYED + 1
032000     DISPLAY 'VALUE ' EN-VALUE-NO-ED ' - ENTER S: '
032100         WITH NO ADVANCING
032200     ACCEPT EN-S-WIDE
032300     DISPLAY 'VALUE ' EN-VALUE-NO-ED
032400         ' - ENTER ROOT DEGREE (BLANK=SQUARE, 2-99): '
032500         WITH NO ADVANCING
032600     ACCEPT EN-DEGREE-IN
032700     IF EN-DEGREE-IN-2 EQUAL SPACE
032800        AND EN-DEGREE-IN-1 NOT EQUAL SPACE
032900         MOVE EN-DEGREE-IN-1 TO EN-DEGREE-IN-2
033000         MOVE '0' TO EN-DEGREE-IN-1
033100     END-IF
033200     MOVE EN-DEGREE-IN TO EN-CARD-DEGREE-X
033300*
033400     PERFORM 3100-CHECK-VALUE THRU 3100-EXIT
033500*
033600     IF EN-VALUE-BAD
033700         DISPLAY '  VALUE REFUSED - ' EN-REASON-TEXT
033800         GO TO 3000-EXIT
033900     END-IF
034000*
034100     ADD 1 TO EN-VALUES-KEYED
034200     MOVE EN-CARD-S-X TO SQRTREQ-S-X(EN-VALUES-KEYED)
034300     MOVE EN-CARD-DEGREE-X TO SQRTREQ-DEGREE-X(EN-VALUES-KEYED).
034400*
034500 3000-EXIT.
034600     EXIT.
034700*
034800*--------------------------------------------------------------*
034900*  3100-CHECK-VALUE - SQRTEDT'S EDITS, IN SQRTEDT'S ORDER AND   *
035000*  WITH ITS REASON TEXT, AFTER A RANGE CHECK ON THE KEYED       *
035100*  VALUE THAT STANDS IN FOR THE CARD COLUMNS.  KEEP THE TWO IN  *
035200*  STEP WHEN EITHER CHANGES.                                    *
035300*--------------------------------------------------------------*
035400 3100-CHECK-VALUE.
035500*
035600     SET EN-VALUE-GOOD TO TRUE
035700     MOVE SPACES TO EN-REASON-TEXT
035800*
035900     IF EN-S-WIDE GREATER THAN EN-MAX-S-ALLOWED
036000        OR EN-S-WIDE LESS THAN EN-MIN-S-ALLOWED
036100         SET EN-VALUE-BAD TO TRUE
036200         MOVE 'S VALUE TOO LARGE FOR SQRTIN' TO EN-REASON-TEXT
036300         GO TO 3100-EXIT
036400     END-IF
036500     MOVE EN-S-WIDE TO EN-CARD-S-SIGNED
036600*
036700     MOVE 2 TO EN-WORK-DEGREE
036800     IF EN-CARD-DEGREE-X NOT EQUAL SPACES
036900         IF EN-CARD-DEGREE-NUM NOT NUMERIC
037000             SET EN-VALUE-BAD TO TRUE
037100             MOVE 'ROOT DEGREE NOT NUMERIC' TO EN-REASON-TEXT
037200             GO TO 3100-EXIT
037300         END-IF
037400         IF EN-CARD-DEGREE-NUM NOT EQUAL ZERO
037500             MOVE EN-CARD-DEGREE-NUM TO EN-WORK-DEGREE
037600         END-IF
037700     END-IF
037800*
037900     IF EN-CARD-S-NUM NUMERIC
038000         GO TO 3100-EXIT
038100     END-IF
038200*
038300     IF EN-CARD-S-SIGNED NOT NUMERIC
038400         SET EN-VALUE-BAD TO TRUE
038500         MOVE 'S VALUE NOT NUMERIC' TO EN-REASON-TEXT
038600         GO TO 3100-EXIT
038700     END-IF
038800*
038900     IF EN-CARD-S-SIGNED NOT LESS THAN ZERO
039000         SET EN-VALUE-BAD TO TRUE
039100         MOVE 'SIGN PUNCH ON NON-NEGATIVE S' TO EN-REASON-TEXT
039200         GO TO 3100-EXIT
039300     END-IF
039400*
039500     DIVIDE EN-WORK-DEGREE BY 2
039600         GIVING EN-DEG-QUOTIENT
039700         REMAINDER EN-DEG-REMAINDER
039800     IF EN-DEG-REMAINDER EQUAL ZERO
039900         SET EN-VALUE-BAD TO TRUE
040000         MOVE 'NEGATIVE S - DEGREE NOT ODD' TO EN-REASON-TEXT
040100         GO TO 3100-EXIT
040200     END-IF.
040300*
040400 3100-EXIT.
040500     EXIT.
040600*
040700*--------------------------------------------------------------*
040800*  4000-QUEUE-REQUEST - WRITE THE REQUEST TO SQRTREQ AS QUEUED. *
040900*  A DUPLICATE KEY HERE MEANS ANOTHER SESSION QUEUED THE SAME   *
041000*  ID SINCE THE CHECK; IT IS REFUSED THE SAME WAY.              *
041100*--------------------------------------------------------------*
041200 4000-QUEUE-REQUEST.
041300*
041400     SET SQRTREQ-QUEUED TO TRUE
041500     ACCEPT SQRTREQ-ENTRY-DATE FROM DATE YYYYMMDD
041600     ACCEPT SQRTREQ-ENTRY-TIME FROM TIME
041700     MOVE ZERO TO SQRTREQ-SUBMIT-RUN
041800     MOVE ZERO TO SQRTREQ-SUBMIT-DATE
041900     MOVE EN-VALUES-KEYED TO SQRTREQ-VALUE-COUNT
042000*
042100     WRITE SQRTREQ-RECORD
042200         INVALID KEY
042300             DISPLAY 'REQUESTER ID ' EN-REQ-ID-IN
042400                 ' IS ALREADY PENDING - REQUEST REFUSED'
042500         NOT INVALID KEY
042600             MOVE EN-VALUES-KEYED TO EN-VALUE-NO-ED
042700             DISPLAY 'REQUEST ' EN-REQ-ID-IN ' QUEUED WITH '
042800                 EN-VALUE-NO-ED ' VALUES FOR THE NEXT RUN'
042900     END-WRITE.
043000*
043100 4000-EXIT.
043200     EXIT.
043300*
043400 9999-TERMINATE.
043500     STOP RUN.
