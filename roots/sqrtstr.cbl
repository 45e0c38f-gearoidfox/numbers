000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTSTR.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTSTR                                                      *
001000*  JOB-STREAM STATUS REPORT.  READS THE SQRTSTC STEP-CONTROL    *
001100*  FILE SQRTSTP MAINTAINS (ONE RECORD PER RUN, KEYED ON THE     *
001200*  SQRTCTL RUN NUMBER) IN KEY ORDER AND PRINTS (SQRTSRP), FOR   *
001300*  EACH RUN, EVERY STEP OF THE STREAM WITH ITS STATUS, START    *
001400*  AND END DATE/TIME AND RETURN CODE, FOLLOWED BY WHERE A       *
001500*  RERUN OF THAT RUN MUST START - THE FIRST STEP THAT DID NOT   *
001600*  COMPLETE CLEANLY - OR THAT THE STREAM IS COMPLETE.  THIS IS  *
001700*  THE OPERATOR'S ANSWER TO "WHERE DO I RESTART" AFTER A STEP   *
001800*  HAS FAILED OR BEEN REFUSED.                                  *
001900*--------------------------------------------------------------*
002000*
002100*--------------------------------------------------------------*
002200*  MODIFICATION HISTORY                                        *
002300*  ----------------------------------------------------------  *
002400*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
002500*--------------------------------------------------------------*
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000*
003100     SELECT SQRTSTC-FILE ASSIGN TO SQRTSTC
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS SQRTSTC-RUN-NO
003500         FILE STATUS IS SR-STC-STATUS.
003600*
003700     SELECT SQRTSRP-FILE ASSIGN TO SQRTSRP
003800         ORGANIZATION IS SEQUENTIAL.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200*
004300 FD  SQRTSTC-FILE.
004400 01  SQRTSTC-RECORD.
004500     05  SQRTSTC-RUN-NO         PIC 9(6).
004600     05  SQRTSTC-STEP OCCURS 7 TIMES.
004700         10  SQRTSTC-STEP-NAME  PIC X(8).
004800         10  SQRTSTC-STEP-STATUS
004900                                PIC X(01).
005000             88  SQRTSTC-NOT-RUN          VALUE 'N'.
005100             88  SQRTSTC-STARTED          VALUE 'S'.
005200             88  SQRTSTC-COMPLETED        VALUE 'C'.
005300             88  SQRTSTC-FAILED           VALUE 'F'.
005400         10  SQRTSTC-START-DATE PIC 9(8).
005500         10  SQRTSTC-START-TIME PIC 9(8).
005600         10  SQRTSTC-END-DATE   PIC 9(8).
005700         10  SQRTSTC-END-TIME   PIC 9(8).
005800         10  SQRTSTC-STEP-RC    PIC 9(2).
005900*
006000 FD  SQRTSRP-FILE
006100     RECORDING MODE IS F.
006200 01  SQRTSRP-RECORD              PIC X(80).
006300*
006400 WORKING-STORAGE SECTION.
006500*
006600 01  SR-PRINT-LINE               PIC X(80).
006700*
006800 77  SR-STEP-X                   PIC 9(2) USAGE COMP.
006900 77  SR-STEP-COUNT               PIC 9(2) USAGE COMP VALUE 7.
007000 77  SR-RERUN-X                  PIC 9(2) USAGE COMP.
007100*
007200 77  SR-RUN-COUNT                PIC 9(8) USAGE COMP VALUE ZERO.
007300 77  SR-COMPLETE-COUNT           PIC 9(8) USAGE COMP VALUE ZERO.
007400 77  SR-FAILED-COUNT             PIC 9(8) USAGE COMP VALUE ZERO.
007500 77  SR-OPEN-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
007600*
007700 77  SR-STC-STATUS               PIC X(02) VALUE '00'.
007800     88  SR-STC-STATUS-NOT-FOUND          VALUE '35'.
007900*
008000 77  SR-SQRTSTC-EOF-SW           PIC X(01) VALUE 'N'.
008100     88  SR-SQRTSTC-EOF                   VALUE 'Y'.
008200*
008300 77  SR-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
008400 77  SR-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
008500 77  SR-LINES-PER-PAGE           PIC 9(2) USAGE COMP VALUE 50.
008600*
008700 77  SR-DET-RUN-ED               PIC 9(6).
008800 77  SR-DET-RC-ED                PIC Z9.
008900 77  SR-HDG-PAGE-ED              PIC ZZZ9.
009000 77  SR-COUNT-ED                 PIC ZZZZZZZ9.
009100*
009200 77  SR-STATUS-TEXT              PIC X(12).
009300*
009400 PROCEDURE DIVISION.
009500*
009600 0000-MAINLINE.
009700*
009800     OPEN OUTPUT SQRTSRP-FILE
009900     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
010000*
010100     OPEN INPUT SQRTSTC-FILE
010200     IF SR-STC-STATUS-NOT-FOUND
010300         DISPLAY 'SQRTSTR - STEP CONTROL (SQRTSTC) NOT FOUND - '
010400             'NO STREAM HAS RUN UNDER STEP CONTROL'
010500         SET SR-SQRTSTC-EOF TO TRUE
010600     ELSE
010700         PERFORM 3900-READ-SQRTSTC THRU 3900-EXIT
010800     END-IF
010900*
011000     PERFORM 2000-REPORT-ONE-RUN THRU 2000-EXIT
011100         UNTIL SR-SQRTSTC-EOF
011200*
011300     IF NOT SR-STC-STATUS-NOT-FOUND
011400         CLOSE SQRTSTC-FILE
011500     END-IF
011600*
011700     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
011800*
011900     CLOSE SQRTSRP-FILE
012000*
012100     GO TO 9999-TERMINATE.
012200*
012300*--------------------------------------------------------------*
012400*  1000-PRINT-HEADINGS - PAGE HEADING AND COLUMN HEADING.      *
012500*  CALLED AGAIN WHENEVER THE REPORT FILLS A PAGE.               *
012600*--------------------------------------------------------------*
012700 1000-PRINT-HEADINGS.
012800*
012900     ADD 1 TO SR-PAGE-COUNT
013000     MOVE SR-PAGE-COUNT TO SR-HDG-PAGE-ED
013100*
013200     MOVE SPACES TO SR-PRINT-LINE
013300     STRING '          JOB-STREAM STATUS REPORT'
013400         '                        PAGE ' SR-HDG-PAGE-ED
013500         DELIMITED BY SIZE INTO SR-PRINT-LINE
013600     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
013700         AFTER ADVANCING PAGE
013800*
013900     MOVE SPACES TO SR-PRINT-LINE
014000     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
014100         AFTER ADVANCING 1 LINE
014200*
014300     MOVE SPACES TO SR-PRINT-LINE
014400     STRING '  RUN NO  STEP      STATUS        STARTED'
014500         '            ENDED              RC'
014600         DELIMITED BY SIZE INTO SR-PRINT-LINE
014700     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
014800         AFTER ADVANCING 1 LINE
014900*
015000     MOVE SPACES TO SR-PRINT-LINE
015100     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
015200         AFTER ADVANCING 1 LINE
015300*
015400     MOVE ZERO TO SR-LINE-COUNT.
015500*
015600 1000-EXIT.
015700     EXIT.
015800*
015900*--------------------------------------------------------------*
016000*  2000-REPORT-ONE-RUN - ONE LINE PER STEP, THEN THE RERUN      *
016100*  POINT: THE FIRST STEP THAT IS NOT COMPLETED.  A BLOCK IS     *
016200*  NEVER SPLIT ACROSS A PAGE.                                   *
016300*--------------------------------------------------------------*
016400 2000-REPORT-ONE-RUN.
016500*
016600     ADD 1 TO SR-RUN-COUNT
016700*
016800     IF SR-LINE-COUNT + SR-STEP-COUNT + 2
016900             GREATER THAN SR-LINES-PER-PAGE
017000         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
017100     END-IF
017200*
017300     MOVE SQRTSTC-RUN-NO TO SR-DET-RUN-ED
017400     MOVE ZERO TO SR-RERUN-X
017500     PERFORM 2200-PRINT-ONE-STEP THRU 2200-EXIT
017600         VARYING SR-STEP-X FROM 1 BY 1
017700         UNTIL SR-STEP-X GREATER THAN SR-STEP-COUNT
017800*
017900     MOVE SPACES TO SR-PRINT-LINE
018000     IF SR-RERUN-X EQUAL ZERO
018100         ADD 1 TO SR-COMPLETE-COUNT
018200         MOVE '          STREAM COMPLETE' TO SR-PRINT-LINE
018300     ELSE
018400         IF SQRTSTC-FAILED(SR-RERUN-X)
018500            OR SQRTSTC-STARTED(SR-RERUN-X)
018600             ADD 1 TO SR-FAILED-COUNT
018700             STRING '          *** RERUN MUST START AT '
018800                 SQRTSTC-STEP-NAME(SR-RERUN-X)
018900                 DELIMITED BY SIZE INTO SR-PRINT-LINE
019000         ELSE
019100             ADD 1 TO SR-OPEN-COUNT
019200             STRING '          STREAM INCOMPLETE - NEXT STEP IS '
019300                 SQRTSTC-STEP-NAME(SR-RERUN-X)
019400                 DELIMITED BY SIZE INTO SR-PRINT-LINE
019500         END-IF
019600     END-IF
019700     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
019800         AFTER ADVANCING 1 LINE
019900*
020000     MOVE SPACES TO SR-PRINT-LINE
020100     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
020200         AFTER ADVANCING 1 LINE
020300     ADD 2 TO SR-LINE-COUNT
020400*
020500     PERFORM 3900-READ-SQRTSTC THRU 3900-EXIT.
020600*
020700 2000-EXIT.
020800     EXIT.
020900*
021000 2200-PRINT-ONE-STEP.
021100*
021200     EVALUATE TRUE
021300         WHEN SQRTSTC-COMPLETED(SR-STEP-X)
021400             MOVE 'COMPLETED' TO SR-STATUS-TEXT
021500         WHEN SQRTSTC-FAILED(SR-STEP-X)
021600             MOVE '*** FAILED' TO SR-STATUS-TEXT
021700         WHEN SQRTSTC-STARTED(SR-STEP-X)
021800             MOVE '*** NO END' TO SR-STATUS-TEXT
021900         WHEN OTHER
022000             MOVE 'NOT RUN' TO SR-STATUS-TEXT
022100     END-EVALUATE
022200*
022300     IF SR-RERUN-X EQUAL ZERO
022400        AND NOT SQRTSTC-COMPLETED(SR-STEP-X)
022500         MOVE SR-STEP-X TO SR-RERUN-X
022600     END-IF
022700*
022800     MOVE SPACES TO SR-PRINT-LINE
022900     IF SQRTSTC-NOT-RUN(SR-STEP-X)
023000         STRING '  ' SR-DET-RUN-ED '  '
023100             SQRTSTC-STEP-NAME(SR-STEP-X) '  ' SR-STATUS-TEXT
023200             DELIMITED BY SIZE INTO SR-PRINT-LINE
023300     ELSE
023400         MOVE SQRTSTC-STEP-RC(SR-STEP-X) TO SR-DET-RC-ED
023500         STRING '  ' SR-DET-RUN-ED '  '
023600             SQRTSTC-STEP-NAME(SR-STEP-X) '  ' SR-STATUS-TEXT
023700             '  ' SQRTSTC-START-DATE(SR-STEP-X)
023800             ' ' SQRTSTC-START-TIME(SR-STEP-X)
023900             '  ' SQRTSTC-END-DATE(SR-STEP-X)
024000             ' ' SQRTSTC-END-TIME(SR-STEP-X)
024100             '  ' SR-DET-RC-ED
024200             DELIMITED BY SIZE INTO SR-PRINT-LINE
024300     END-IF
024400     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
024500         AFTER ADVANCING 1 LINE
024600     ADD 1 TO SR-LINE-COUNT.
024700*
024800 2200-EXIT.
024900     EXIT.
025000*
025100 3900-READ-SQRTSTC.
025200*
025300     READ SQRTSTC-FILE
025400         AT END
025500             SET SR-SQRTSTC-EOF TO TRUE
025600     END-READ.
025700*
025800 3900-EXIT.
025900     EXIT.
026000*
026100*--------------------------------------------------------------*
026200*  4000-PRINT-TOTALS - RUNS ON FILE AND HOW MANY STAND          *
026300*  COMPLETE, NEED A RERUN, OR ARE STILL PART WAY THROUGH.       *
026400*--------------------------------------------------------------*
026500 4000-PRINT-TOTALS.
026600*
026700     MOVE SPACES TO SR-PRINT-LINE
026800     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
026900         AFTER ADVANCING 2 LINES
027000*
027100     MOVE SR-RUN-COUNT TO SR-COUNT-ED
027200     MOVE SPACES TO SR-PRINT-LINE
027300     STRING 'RUNS ON FILE . . . . . . . . ' SR-COUNT-ED
027400         DELIMITED BY SIZE INTO SR-PRINT-LINE
027500     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
027600         AFTER ADVANCING 1 LINE
027700*
027800     MOVE SR-COMPLETE-COUNT TO SR-COUNT-ED
027900     MOVE SPACES TO SR-PRINT-LINE
028000     STRING 'STREAMS COMPLETE . . . . . . ' SR-COUNT-ED
028100         DELIMITED BY SIZE INTO SR-PRINT-LINE
028200     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
028300         AFTER ADVANCING 1 LINE
028400*
028500     MOVE SR-FAILED-COUNT TO SR-COUNT-ED
028600     MOVE SPACES TO SR-PRINT-LINE
028700     STRING 'STREAMS NEEDING A RERUN. . . ' SR-COUNT-ED
028800         DELIMITED BY SIZE INTO SR-PRINT-LINE
028900     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
029000         AFTER ADVANCING 1 LINE
029100*
029200     MOVE SR-OPEN-COUNT TO SR-COUNT-ED
029300     MOVE SPACES TO SR-PRINT-LINE
029400     STRING 'STREAMS NOT YET FINISHED . . ' SR-COUNT-ED
029500         DELIMITED BY SIZE INTO SR-PRINT-LINE
029600     WRITE SQRTSRP-RECORD FROM SR-PRINT-LINE
029700         AFTER ADVANCING 1 LINE.
029800*
029900 4000-EXIT.
030000     EXIT.
030100*
030200 9999-TERMINATE.
030300     STOP RUN.
