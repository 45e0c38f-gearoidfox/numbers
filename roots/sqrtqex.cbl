000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTQEX.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTQEX                                                      *
001000*  NIGHTLY REQUEST-QUEUE EXTRACT.  RUNS AHEAD OF SQRTEDT.       *
001100*  WALKS THE SQRTREQ PENDING-REQUEST FILE THAT SQRTENT FILLS,   *
001200*  AND FOR EVERY REQUEST STILL QUEUED WRITES ONE SQRTIN-FORMAT  *
001300*  CARD PER VALUE (S, ROOT DEGREE, REQUESTER ID) TO SQRTQIN.    *
001400*  SQRTQIN IS CONCATENATED WITH THE KEYED SQRTIN DECK (OR       *
001500*  STANDS IN FOR IT ON A NIGHT WITH NO KEYED CARDS) AS THE      *
001600*  SQRTIN INPUT TO SQRTEDT, SO ONLINE REQUESTS GO THROUGH THE   *
001700*  SAME EDIT, EXPANSION AND BATCH STEPS AS EVERYTHING ELSE.     *
001800*                                                               *
001900*  EACH REQUEST EXTRACTED IS MARKED SUBMITTED ON SQRTREQ WITH   *
001957*  THE RUN NUMBER FROM THE SQRTCTL CARD AND THE RUN DATE, SO    *
002014*  NO LATER RUN EXTRACTS IT AGAIN AND SQRTINQ CAN SAY WHICH RUN *
002071*  TOOK IT.  A RERUN OF THE EXTRACT FOR THE SAME RUN NUMBER     *
002128*  TAKES THAT RUN'S REQUESTS AGAIN, SINCE SQRTQIN IS WRITTEN    *
002185*  AFRESH EACH TIME.  THE RUN NUMBER IS THE WHOLE POINT OF THE  *
002242*  MARK -                                                       *
002300*  WITHOUT A SQRTCTL CARD CARRYING ONE NOTHING IS EXTRACTED     *
002400*  AND THE STEP ENDS WITH RETURN CODE 8.                        *
002500*                                                               *
002600*  THE SQRTQXR REPORT LISTS EVERY REQUEST EXTRACTED WITH ITS    *
002700*  ENTRY STAMP AND VALUE COUNT, AND TOTALS THE NIGHT.           *
002800*--------------------------------------------------------------*
002900*
003000*--------------------------------------------------------------*
003100*  MODIFICATION HISTORY                                        *
003200*  ----------------------------------------------------------  *
003300*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
003325*  15/10/2026  DOK  A RERUN FOR THE SAME RUN NUMBER RE-EXTRACTS *
003350*                   THE REQUESTS THAT RUN ALREADY SUBMITTED, SO *
003375*                   THE NEW SQRTQIN STILL CARRIES THEM.         *
003400*--------------------------------------------------------------*
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*
004000     SELECT SQRTREQ-FILE ASSIGN TO SQRTREQ
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS SQRTREQ-REQ-ID
004400         FILE STATUS IS QX-REQ-STATUS.
004500*
004600     SELECT SQRTCTL-FILE ASSIGN TO SQRTCTL
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS QX-CTL-STATUS.
004900*
005000     SELECT SQRTQIN-FILE ASSIGN TO SQRTQIN
005100         ORGANIZATION IS SEQUENTIAL.
005200*
005300     SELECT SQRTQXR-FILE ASSIGN TO SQRTQXR
005400         ORGANIZATION IS SEQUENTIAL.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900 FD  SQRTREQ-FILE.
006000 01  SQRTREQ-RECORD.
006100     05  SQRTREQ-REQ-ID         PIC X(8).
006200     05  SQRTREQ-STATUS         PIC X(01).
006300         88  SQRTREQ-QUEUED              VALUE 'Q'.
006400         88  SQRTREQ-SUBMITTED           VALUE 'S'.
006500     05  SQRTREQ-ENTRY-DATE     PIC 9(8).
006600     05  SQRTREQ-ENTRY-TIME     PIC 9(8).
006700     05  SQRTREQ-SUBMIT-RUN     PIC 9(6).
006800     05  SQRTREQ-SUBMIT-DATE    PIC 9(8).
006900     05  SQRTREQ-VALUE-COUNT    PIC 9(2).
007000     05  SQRTREQ-VALUE OCCURS 20 TIMES.
007100         10  SQRTREQ-S-X        PIC X(17).
007200         10  SQRTREQ-DEGREE-X   PIC X(2).
007300*
007400 FD  SQRTCTL-FILE
007500     RECORDING MODE IS F.
007600 01  SQRTCTL-RECORD.
007700     05  SQRTCTL-TOLERANCE      PIC S9(8)V9(09).
007800     05  SQRTCTL-MAX-ITER       PIC 9(4).
007900     05  SQRTCTL-CKP-INTERVAL   PIC 9(4).
008000     05  SQRTCTL-RUN-NUMBER     PIC 9(6).
008100     05  SQRTCTL-REJ-THRESHOLD  PIC 9(6).
008200*
008300 FD  SQRTQIN-FILE
008400     RECORDING MODE IS F.
008500 01  SQRTQIN-RECORD.
008600     05  SQRTQIN-S-X            PIC X(17).
008700     05  SQRTQIN-DEGREE-X       PIC X(2).
008800     05  SQRTQIN-REQ-ID         PIC X(8).
008900*
009000 FD  SQRTQXR-FILE
009100     RECORDING MODE IS F.
009200 01  SQRTQXR-RECORD              PIC X(80).
009300*
009400 WORKING-STORAGE SECTION.
009500*
009600 01  QX-PRINT-LINE               PIC X(80).
009700*
009800 01  QX-RUN-DATE                 PIC 9(8).
009900*
010000 77  QX-RUN-NUMBER               PIC 9(6)  VALUE ZERO.
010100*
010200 77  QX-READ-COUNT               PIC 9(8)  USAGE COMP VALUE ZERO.
010300 77  QX-EXTRACT-COUNT            PIC 9(8)  USAGE COMP VALUE ZERO.
010400 77  QX-VALUE-COUNT              PIC 9(8)  USAGE COMP VALUE ZERO.
010500 77  QX-PRIOR-COUNT              PIC 9(8)  USAGE COMP VALUE ZERO.
010550 77  QX-AGAIN-COUNT              PIC 9(8)  USAGE COMP VALUE ZERO.
010600*
010700 77  QX-VALUE-SUB                PIC 9(2)  USAGE COMP.
010800*
010900 77  QX-REQ-STATUS               PIC X(02) VALUE '00'.
011000     88  QX-REQ-STATUS-NOT-FOUND          VALUE '35'.
011100*
011200 77  QX-CTL-STATUS               PIC X(02) VALUE '00'.
011300     88  QX-CTL-STATUS-OK                 VALUE '00'.
011400*
011500 77  QX-SQRTREQ-EOF-SW           PIC X(01) VALUE 'N'.
011600     88  QX-SQRTREQ-EOF                   VALUE 'Y'.
011700     88  QX-SQRTREQ-NOT-EOF               VALUE 'N'.
011800*
011900 77  QX-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
012000 77  QX-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
012100 77  QX-LINES-PER-PAGE           PIC 9(2) USAGE COMP VALUE 50.
012200*
012300 77  QX-HDG-PAGE-ED              PIC ZZZ9.
012400 77  QX-RPT-COUNT-ED             PIC ZZZZZZZ9.
012500 77  QX-DET-VALUES-ED            PIC Z9.
012600*
012700 PROCEDURE DIVISION.
012800*
012900 0000-MAINLINE.
013000*
013100     ACCEPT QX-RUN-DATE FROM DATE YYYYMMDD
013200*
013300     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT
013400     IF QX-RUN-NUMBER EQUAL ZERO
013500         DISPLAY 'SQRTQEX - NO RUN NUMBER ON SQRTCTL - '
013600             'REQUEST QUEUE NOT EXTRACTED'
013700         MOVE 8 TO RETURN-CODE
013800         GO TO 9999-TERMINATE
013900     END-IF
014000*
014100     OPEN OUTPUT SQRTQIN-FILE
014200     OPEN OUTPUT SQRTQXR-FILE
014300     PERFORM 1800-PRINT-HEADINGS THRU 1800-EXIT
014400*
014500     OPEN I-O SQRTREQ-FILE
014600     IF QX-REQ-STATUS-NOT-FOUND
014700         DISPLAY 'SQRTQEX - REQUEST QUEUE (SQRTREQ) NOT FOUND - '
014800             'NOTHING TO EXTRACT'
014900         SET QX-SQRTREQ-EOF TO TRUE
015000     ELSE
015100         PERFORM 2900-READ-SQRTREQ THRU 2900-EXIT
015200     END-IF
015300*
015400     PERFORM 2000-EXTRACT-ONE-REQUEST THRU 2000-EXIT
015500         UNTIL QX-SQRTREQ-EOF
015600*
015700     IF NOT QX-REQ-STATUS-NOT-FOUND
015800         CLOSE SQRTREQ-FILE
015900     END-IF
016000*
016100     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
016200*
016300     CLOSE SQRTQIN-FILE
016400     CLOSE SQRTQXR-FILE
016500*
016600     GO TO 9999-TERMINATE.
016700*
016800*--------------------------------------------------------------*
016900*  1000-READ-CONTROL-CARD - THE SQRTCTL CARD SQRTBAT READS.     *
017000*  ONLY THE RUN NUMBER IS USED HERE; A MISSING CARD OR A        *
017100*  MISSING RUN NUMBER LEAVES IT ZERO AND THE STEP IS REFUSED.   *
017200*--------------------------------------------------------------*
017300 1000-READ-CONTROL-CARD.
017400*
017500     OPEN INPUT SQRTCTL-FILE
017600*
017700     IF QX-CTL-STATUS-OK
017800         READ SQRTCTL-FILE
017900             AT END
018000                 CONTINUE
018100         END-READ
018200         IF QX-CTL-STATUS-OK
018300             IF SQRTCTL-RUN-NUMBER NUMERIC
018400                 MOVE SQRTCTL-RUN-NUMBER TO QX-RUN-NUMBER
018500             END-IF
018600         END-IF
018700         CLOSE SQRTCTL-FILE
018800     END-IF.
018900*
019000 1000-EXIT.
019100     EXIT.
019200*
019300*--------------------------------------------------------------*
019400*  1800-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
019500*  CALLED AGAIN WHENEVER THE REPORT FILLS A PAGE.               *
019600*--------------------------------------------------------------*
019700 1800-PRINT-HEADINGS.
019800*
019900     ADD 1 TO QX-PAGE-COUNT
020000     MOVE QX-PAGE-COUNT TO QX-HDG-PAGE-ED
020100*
020200     MOVE SPACES TO QX-PRINT-LINE
020300     STRING '          REQUEST QUEUE EXTRACT - RUN '
020400         QX-RUN-NUMBER
020500         '          PAGE ' QX-HDG-PAGE-ED
020600         DELIMITED BY SIZE INTO QX-PRINT-LINE
020700     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
020800         AFTER ADVANCING PAGE
020900*
021000     MOVE SPACES TO QX-PRINT-LINE
021100     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
021200         AFTER ADVANCING 1 LINE
021300*
021400     MOVE SPACES TO QX-PRINT-LINE
021500     STRING '  REQ ID    ENTERED   TIME      VALUES'
021600         DELIMITED BY SIZE INTO QX-PRINT-LINE
021700     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
021800         AFTER ADVANCING 1 LINE
021900*
022000     MOVE SPACES TO QX-PRINT-LINE
022100     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
022200         AFTER ADVANCING 1 LINE
022300*
022400     MOVE ZERO TO QX-LINE-COUNT.
022500*
022600 1800-EXIT.
022700     EXIT.
022800*
022900*--------------------------------------------------------------*
022971*  2000-EXTRACT-ONE-REQUEST - A QUEUED REQUEST, OR ONE ALREADY  *
023042*  SUBMITTED BY THIS SAME RUN NUMBER (THE EXTRACT IS BEING      *
023113*  RERUN), HAS ITS VALUES WRITTEN TO SQRTQIN, IS MARKED         *
023184*  SUBMITTED WITH THIS RUN'S NUMBER AND DATE, AND IS LISTED.  A *
023255*  REQUEST SUBMITTED BY AN EARLIER RUN IS COUNTED, PASSED OVER  *
023326*  AND LEFT ALONE.                                              *
023400*--------------------------------------------------------------*
023500 2000-EXTRACT-ONE-REQUEST.
023600*
023700     ADD 1 TO QX-READ-COUNT
023800*
023845     IF SQRTREQ-SUBMITTED
023890        AND SQRTREQ-SUBMIT-RUN NOT EQUAL QX-RUN-NUMBER
023935         ADD 1 TO QX-PRIOR-COUNT
023980         PERFORM 2900-READ-SQRTREQ THRU 2900-EXIT
024025         GO TO 2000-EXIT
024070     END-IF
024115*
024160     IF SQRTREQ-SUBMITTED
024205         ADD 1 TO QX-AGAIN-COUNT
024250     END-IF
024300*
024400     PERFORM 2100-WRITE-ONE-VALUE THRU 2100-EXIT
024500         VARYING QX-VALUE-SUB FROM 1 BY 1
024600         UNTIL QX-VALUE-SUB GREATER THAN SQRTREQ-VALUE-COUNT
024700*
024800     SET SQRTREQ-SUBMITTED TO TRUE
024900     MOVE QX-RUN-NUMBER TO SQRTREQ-SUBMIT-RUN
025000     MOVE QX-RUN-DATE TO SQRTREQ-SUBMIT-DATE
025100     REWRITE SQRTREQ-RECORD
025200     ADD 1 TO QX-EXTRACT-COUNT
025300*
025400     PERFORM 2500-PRINT-REQUEST THRU 2500-EXIT
025500*
025800     PERFORM 2900-READ-SQRTREQ THRU 2900-EXIT.
025900*
026000 2000-EXIT.
026100     EXIT.
026200*
026300 2100-WRITE-ONE-VALUE.
026400*
026500     MOVE SQRTREQ-S-X(QX-VALUE-SUB) TO SQRTQIN-S-X
026600     MOVE SQRTREQ-DEGREE-X(QX-VALUE-SUB) TO SQRTQIN-DEGREE-X
026700     MOVE SQRTREQ-REQ-ID TO SQRTQIN-REQ-ID
026800     WRITE SQRTQIN-RECORD
026900     ADD 1 TO QX-VALUE-COUNT.
027000*
027100 2100-EXIT.
027200     EXIT.
027300*
027400*--------------------------------------------------------------*
027500*  2500-PRINT-REQUEST - ONE REPORT LINE PER REQUEST EXTRACTED,  *
027600*  WITH A PAGE BREAK WHEN THE CURRENT PAGE IS FULL.             *
027700*--------------------------------------------------------------*
027800 2500-PRINT-REQUEST.
027900*
028000     IF QX-LINE-COUNT NOT LESS THAN QX-LINES-PER-PAGE
028100         PERFORM 1800-PRINT-HEADINGS THRU 1800-EXIT
028200     END-IF
028300*
028400     MOVE SQRTREQ-VALUE-COUNT TO QX-DET-VALUES-ED
028500     MOVE SPACES TO QX-PRINT-LINE
028600     STRING '  ' SQRTREQ-REQ-ID '  ' SQRTREQ-ENTRY-DATE
028700         '  ' SQRTREQ-ENTRY-TIME '    ' QX-DET-VALUES-ED
028800         DELIMITED BY SIZE INTO QX-PRINT-LINE
028900     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
029000         AFTER ADVANCING 1 LINE
029100     ADD 1 TO QX-LINE-COUNT.
029200*
029300 2500-EXIT.
029400     EXIT.
029500*
029600 2900-READ-SQRTREQ.
029700*
029800     READ SQRTREQ-FILE
029900         AT END
030000             SET QX-SQRTREQ-EOF TO TRUE
030100     END-READ.
030200*
030300 2900-EXIT.
030400     EXIT.
030500*
030600*--------------------------------------------------------------*
030700*  4000-PRINT-TOTALS - RUN NUMBER AND THE NIGHT'S COUNTS FOR    *
030800*  SIGN-OFF.  VALUES WRITTEN IS WHAT SQRTEDT SHOULD SEE ADDED   *
030900*  TO ITS RECORDS READ FROM THE KEYED DECK.                     *
031000*--------------------------------------------------------------*
031100 4000-PRINT-TOTALS.
031200*
031300     MOVE SPACES TO QX-PRINT-LINE
031400     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
031500         AFTER ADVANCING 2 LINES
031600*
031700     MOVE SPACES TO QX-PRINT-LINE
031800     STRING 'RUN DATE . . . . . . . . . . ' QX-RUN-DATE
031900         DELIMITED BY SIZE INTO QX-PRINT-LINE
032000     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
032100         AFTER ADVANCING 1 LINE
032200*
032300     MOVE SPACES TO QX-PRINT-LINE
032400     STRING 'RUN NUMBER . . . . . . . . . ' QX-RUN-NUMBER
032500         DELIMITED BY SIZE INTO QX-PRINT-LINE
032600     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
032700         AFTER ADVANCING 1 LINE
032800*
032900     MOVE QX-READ-COUNT TO QX-RPT-COUNT-ED
033000     MOVE SPACES TO QX-PRINT-LINE
033100     STRING 'REQUESTS READ. . . . . . . . ' QX-RPT-COUNT-ED
033200         DELIMITED BY SIZE INTO QX-PRINT-LINE
033300     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
033400         AFTER ADVANCING 1 LINE
033500*
033600     MOVE QX-PRIOR-COUNT TO QX-RPT-COUNT-ED
033700     MOVE SPACES TO QX-PRINT-LINE
033800     STRING 'SUBMITTED IN EARLIER RUNS. . ' QX-RPT-COUNT-ED
033900         DELIMITED BY SIZE INTO QX-PRINT-LINE
034000     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
034100         AFTER ADVANCING 1 LINE
034200*
034300     MOVE QX-EXTRACT-COUNT TO QX-RPT-COUNT-ED
034400     MOVE SPACES TO QX-PRINT-LINE
034500     STRING 'REQUESTS EXTRACTED . . . . . ' QX-RPT-COUNT-ED
034600         DELIMITED BY SIZE INTO QX-PRINT-LINE
034700     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
034800         AFTER ADVANCING 1 LINE
034900*
034912     MOVE QX-AGAIN-COUNT TO QX-RPT-COUNT-ED
034924     MOVE SPACES TO QX-PRINT-LINE
034936     STRING '  ALREADY TAKEN BY THIS RUN. ' QX-RPT-COUNT-ED
034948         DELIMITED BY SIZE INTO QX-PRINT-LINE
034960     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
034972         AFTER ADVANCING 1 LINE
034984*
035000     MOVE QX-VALUE-COUNT TO QX-RPT-COUNT-ED
035100     MOVE SPACES TO QX-PRINT-LINE
035200     STRING 'VALUES WRITTEN TO SQRTQIN. . ' QX-RPT-COUNT-ED
035300         DELIMITED BY SIZE INTO QX-PRINT-LINE
035400     WRITE SQRTQXR-RECORD FROM QX-PRINT-LINE
035500         AFTER ADVANCING 1 LINE.
035600*
035700 4000-EXIT.
035800     EXIT.
035900*
036000 9999-TERMINATE.
036100     STOP RUN.
