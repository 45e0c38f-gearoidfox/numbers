000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTJRN.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTJRN                                                      *
001000*  SQRTMST CHANGE JOURNAL LISTING.  READS THE SQRTJNL MASTER    *
001100*  CHANGE JOURNAL THAT SQRTMNT (APPROVED DELETES), SQRTRCM      *
001200*  (RECOMPUTE REWRITES) AND SQRTPRG (AGING PURGES) APPEND TO,   *
001300*  AND PRINTS (SQRTJRP) EVERY ENTRY IN THE ORDER IT WAS         *
001400*  WRITTEN: WHEN, WHICH PROGRAM, WHAT KIND OF CHANGE, THE       *
001500*  OPERATOR (AND FOR A DELETE THE SECOND OPERATOR WHO APPROVED  *
001600*  IT), THE MASTER KEY, AND THE RECORD AS IT STOOD BEFORE AND   *
001700*  AFTER THE CHANGE.  WHEN AUDIT ASKS WHO REMOVED OR ALTERED A  *
001800*  STORED ROOT, THIS REPORT IS THE ANSWER.                      *
001900*                                                               *
002000*  THE OPTIONAL SQRTJRC CARD LIMITS THE LISTING TO A RANGE OF   *
002100*  JOURNAL DATES (FROM-DATE IN COLUMNS 1-8, TO-DATE IN 9-16,    *
002200*  BOTH YYYYMMDD).  A ZERO OR MISSING FROM-DATE MEANS FROM THE  *
002300*  START OF THE JOURNAL; A ZERO OR MISSING TO-DATE MEANS TO     *
002400*  THE END.  WITHOUT THE CARD THE WHOLE JOURNAL IS LISTED.      *
002500*--------------------------------------------------------------*
002600*
002700*--------------------------------------------------------------*
002800*  MODIFICATION HISTORY                                        *
002900*  ----------------------------------------------------------  *
003000*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
003100*--------------------------------------------------------------*
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600*
003700     SELECT SQRTJNL-FILE ASSIGN TO SQRTJNL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS JR-JNL-STATUS.
004000*
004100     SELECT SQRTJRC-FILE ASSIGN TO SQRTJRC
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS JR-JRC-STATUS.
004400*
004500     SELECT SQRTJRP-FILE ASSIGN TO SQRTJRP
004600         ORGANIZATION IS SEQUENTIAL.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100 FD  SQRTJNL-FILE
005200     RECORDING MODE IS F.
005300 01  SQRTJNL-RECORD.
005400     05  SQRTJNL-DATE           PIC 9(8).
005500     05  SQRTJNL-TIME           PIC 9(8).
005600     05  SQRTJNL-PROGRAM        PIC X(8).
005700     05  SQRTJNL-ACTION         PIC X(01).
005800         88  SQRTJNL-DELETE              VALUE 'D'.
005900         88  SQRTJNL-RECOMPUTE           VALUE 'R'.
006000         88  SQRTJNL-PURGE               VALUE 'P'.
006100     05  SQRTJNL-OPERATOR       PIC X(8).
006200     05  SQRTJNL-APPROVER       PIC X(8).
006300     05  SQRTJNL-BEFORE-IMAGE   PIC X(89).
006400     05  SQRTJNL-AFTER-IMAGE    PIC X(89).
006500*
006600 FD  SQRTJRC-FILE
006700     RECORDING MODE IS F.
006800 01  SQRTJRC-RECORD.
006900     05  SQRTJRC-FROM-DATE      PIC 9(8).
007000     05  SQRTJRC-TO-DATE        PIC 9(8).
007100*
007200 FD  SQRTJRP-FILE
007300     RECORDING MODE IS F.
007400 01  SQRTJRP-RECORD              PIC X(132).
007500*
007600 WORKING-STORAGE SECTION.
007700*
007800 01  JR-PRINT-LINE               PIC X(132).
007900*
008000*    ONE SQRTMST RECORD IMAGE FROM THE JOURNAL, LAID OUT THE
008100*    SAME AS THE MASTER SO EITHER IMAGE CAN BE PRINTED.
008200 01  JR-IMAGE.
008300     05  JR-IMG-KEY.
008400         10  JR-IMG-S           PIC X(17).
008500         10  JR-IMG-DEGREE      PIC 9(2).
008600     05  JR-IMG-R               PIC S9(8)V9(09).
008700     05  JR-IMG-ITER            PIC 9(4).
008800     05  JR-IMG-DATE            PIC 9(8).
008900     05  JR-IMG-TIME            PIC 9(8).
009000     05  JR-IMG-TOLERANCE       PIC S9(8)V9(09).
009100     05  JR-IMG-HIT-COUNT       PIC 9(8).
009200     05  JR-IMG-LAST-USED       PIC 9(8).
009300*
009400*    THE MASTER KEY HOLDS THE RAW DISPLAY BYTES OF S; REBUILD
009500*    THE NUMERIC VALUE THROUGH THE SAME REDEFINES SQRTMNT USES.
009600 01  JR-S-DISPLAY                PIC S9(8)V9(09).
009700 01  JR-S-DISPLAY-X REDEFINES JR-S-DISPLAY
009800                                 PIC X(17).
009900*
010000 77  JR-FROM-DATE                PIC 9(8)  VALUE ZERO.
010100 77  JR-TO-DATE                  PIC 9(8)  VALUE 99999999.
010200*
010300 77  JR-IMAGE-LABEL              PIC X(8).
010400 77  JR-ACTION-TEXT              PIC X(9).
010500*
010600 77  JR-READ-COUNT               PIC 9(8)  USAGE COMP VALUE ZERO.
010700 77  JR-LISTED-COUNT             PIC 9(8)  USAGE COMP VALUE ZERO.
010800 77  JR-DELETE-COUNT             PIC 9(8)  USAGE COMP VALUE ZERO.
010900 77  JR-RECOMP-COUNT             PIC 9(8)  USAGE COMP VALUE ZERO.
011000 77  JR-PURGE-COUNT              PIC 9(8)  USAGE COMP VALUE ZERO.
011100*
011200 77  JR-JNL-STATUS               PIC X(02) VALUE '00'.
011300     88  JR-JNL-STATUS-NOT-FOUND          VALUE '35'.
011400*
011500 77  JR-JRC-STATUS               PIC X(02) VALUE '00'.
011600     88  JR-JRC-STATUS-OK                 VALUE '00'.
011700*
011800 77  JR-SQRTJNL-EOF-SW           PIC X(01) VALUE 'N'.
011900     88  JR-SQRTJNL-EOF                   VALUE 'Y'.
012000     88  JR-SQRTJNL-NOT-EOF               VALUE 'N'.
012100*
012200 77  JR-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
012300 77  JR-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
012400 77  JR-LINES-PER-PAGE           PIC 9(2) USAGE COMP VALUE 50.
012500*
012600 77  JR-HDG-PAGE-ED              PIC ZZZ9.
012700 77  JR-DET-S-ED                 PIC -9(8).9(9).
012800 77  JR-DET-R-ED                 PIC -9(8).9(9).
012900 77  JR-DET-TOLER-ED             PIC -9(8).9(9).
013000 77  JR-DET-ITER-ED              PIC ZZZ9.
013100 77  JR-DET-HITS-ED              PIC ZZZZZZZ9.
013200 77  JR-RPT-COUNT-ED             PIC ZZZZZZZ9.
013300*
013400 PROCEDURE DIVISION.
013500*
013600 0000-MAINLINE.
013700*
013800     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT
013900*
014000     OPEN OUTPUT SQRTJRP-FILE
014100     PERFORM 1800-PRINT-HEADINGS THRU 1800-EXIT
014200*
014300     OPEN INPUT SQRTJNL-FILE
014400     IF JR-JNL-STATUS-NOT-FOUND
014500         DISPLAY 'SQRTJRN - CHANGE JOURNAL (SQRTJNL) NOT FOUND - '
014600             'NOTHING TO LIST'
014700         SET JR-SQRTJNL-EOF TO TRUE
014800     ELSE
014900         PERFORM 2900-READ-SQRTJNL THRU 2900-EXIT
015000     END-IF
015100*
015200     PERFORM 2000-LIST-ONE-ENTRY THRU 2000-EXIT
015300         UNTIL JR-SQRTJNL-EOF
015400*
015500     IF NOT JR-JNL-STATUS-NOT-FOUND
015600         CLOSE SQRTJNL-FILE
015700     END-IF
015800*
015900     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
016000*
016100     CLOSE SQRTJRP-FILE
016200*
016300     GO TO 9999-TERMINATE.
016400*
016500*--------------------------------------------------------------*
016600*  1000-READ-CONTROL-CARD - OPTIONAL SQRTJRC DATE-RANGE CARD.   *
016700*--------------------------------------------------------------*
016800 1000-READ-CONTROL-CARD.
016900*
017000     OPEN INPUT SQRTJRC-FILE
017100*
017200     IF JR-JRC-STATUS-OK
017300         READ SQRTJRC-FILE
017400             AT END
017500                 CONTINUE
017600         END-READ
017700         IF JR-JRC-STATUS-OK
017800             IF SQRTJRC-FROM-DATE NUMERIC
017900                 MOVE SQRTJRC-FROM-DATE TO JR-FROM-DATE
018000             END-IF
018100             IF SQRTJRC-TO-DATE NUMERIC
018200                AND SQRTJRC-TO-DATE NOT EQUAL ZERO
018300                 MOVE SQRTJRC-TO-DATE TO JR-TO-DATE
018400             END-IF
018500         END-IF
018600         CLOSE SQRTJRC-FILE
018700     END-IF.
018800*
018900 1000-EXIT.
019000     EXIT.
019100*
019200*--------------------------------------------------------------*
019300*  1800-PRINT-HEADINGS - PAGE HEADING, SELECTED DATE RANGE AND  *
019400*  COLUMN HEADING.  CALLED AGAIN WHENEVER A PAGE FILLS.         *
019500*--------------------------------------------------------------*
019600 1800-PRINT-HEADINGS.
019700*
019800     ADD 1 TO JR-PAGE-COUNT
019900     MOVE JR-PAGE-COUNT TO JR-HDG-PAGE-ED
020000*
020100     MOVE SPACES TO JR-PRINT-LINE
020200     STRING '          SQRTMST CHANGE JOURNAL LISTING'
020300         '          PAGE ' JR-HDG-PAGE-ED
020400         DELIMITED BY SIZE INTO JR-PRINT-LINE
020500     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
020600         AFTER ADVANCING PAGE
020700*
020800     MOVE SPACES TO JR-PRINT-LINE
020900     STRING '          JOURNAL DATES ' JR-FROM-DATE
021000         ' TO ' JR-TO-DATE
021100         DELIMITED BY SIZE INTO JR-PRINT-LINE
021200     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
021300         AFTER ADVANCING 1 LINE
021400*
021500     MOVE SPACES TO JR-PRINT-LINE
021600     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
021700         AFTER ADVANCING 1 LINE
021800*
021900     MOVE SPACES TO JR-PRINT-LINE
022000     STRING '  DATE     TIME      PROGRAM   CHANGE   '
022100         '  OPERATOR    APPROVER      INPUT (S)'
022200         '           DEG'
022300         DELIMITED BY SIZE INTO JR-PRINT-LINE
022400     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
022500         AFTER ADVANCING 1 LINE
022600*
022700     MOVE SPACES TO JR-PRINT-LINE
022800     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
022900         AFTER ADVANCING 1 LINE
023000*
023100     MOVE ZERO TO JR-LINE-COUNT.
023200*
023300 1800-EXIT.
023400     EXIT.
023500*
023600*--------------------------------------------------------------*
023700*  2000-LIST-ONE-ENTRY - SKIP AN ENTRY OUTSIDE THE SELECTED     *
023800*  DATE RANGE; OTHERWISE PRINT ITS IDENTIFYING LINE FOLLOWED    *
023900*  BY THE BEFORE AND AFTER IMAGES.  THE THREE LINES ARE KEPT    *
024000*  ON ONE PAGE.                                                 *
024100*--------------------------------------------------------------*
024200 2000-LIST-ONE-ENTRY.
024300*
024400     ADD 1 TO JR-READ-COUNT
024500*
024600     IF SQRTJNL-DATE LESS THAN JR-FROM-DATE
024700        OR SQRTJNL-DATE GREATER THAN JR-TO-DATE
024800         PERFORM 2900-READ-SQRTJNL THRU 2900-EXIT
024850         GO TO 2000-EXIT
024900     END-IF
025000*
025100     ADD 1 TO JR-LISTED-COUNT
025200     EVALUATE TRUE
025300         WHEN SQRTJNL-DELETE
025400             MOVE 'DELETE   ' TO JR-ACTION-TEXT
025500             ADD 1 TO JR-DELETE-COUNT
025600         WHEN SQRTJNL-RECOMPUTE
025700             MOVE 'RECOMPUTE' TO JR-ACTION-TEXT
025800             ADD 1 TO JR-RECOMP-COUNT
025900         WHEN SQRTJNL-PURGE
026000             MOVE 'PURGE    ' TO JR-ACTION-TEXT
026100             ADD 1 TO JR-PURGE-COUNT
026200         WHEN OTHER
026300             MOVE 'UNKNOWN  ' TO JR-ACTION-TEXT
026400     END-EVALUATE
026500*
026600     IF JR-LINE-COUNT GREATER THAN JR-LINES-PER-PAGE - 4
026700         PERFORM 1800-PRINT-HEADINGS THRU 1800-EXIT
026800     END-IF
026900*
027000     MOVE SQRTJNL-BEFORE-IMAGE TO JR-IMAGE
027100     MOVE JR-IMG-S TO JR-S-DISPLAY-X
027200     MOVE JR-S-DISPLAY TO JR-DET-S-ED
027300*
027400     MOVE SPACES TO JR-PRINT-LINE
027500     STRING SQRTJNL-DATE ' ' SQRTJNL-TIME '  '
027600         SQRTJNL-PROGRAM '  ' JR-ACTION-TEXT '  '
027700         SQRTJNL-OPERATOR '    ' SQRTJNL-APPROVER '    '
027800         JR-DET-S-ED '  ' JR-IMG-DEGREE
027900         DELIMITED BY SIZE INTO JR-PRINT-LINE
028000     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
028100         AFTER ADVANCING 1 LINE
028200     ADD 1 TO JR-LINE-COUNT
028300*
028400     MOVE 'BEFORE  ' TO JR-IMAGE-LABEL
028500     PERFORM 2200-PRINT-IMAGE THRU 2200-EXIT
028600*
028700     MOVE 'AFTER   ' TO JR-IMAGE-LABEL
028800     IF SQRTJNL-AFTER-IMAGE EQUAL SPACES
028900         MOVE SPACES TO JR-PRINT-LINE
029000         STRING '      ' JR-IMAGE-LABEL
029100             '(ENTRY REMOVED FROM MASTER)'
029200             DELIMITED BY SIZE INTO JR-PRINT-LINE
029300         WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
029400             AFTER ADVANCING 1 LINE
029500         ADD 1 TO JR-LINE-COUNT
029600     ELSE
029700         MOVE SQRTJNL-AFTER-IMAGE TO JR-IMAGE
029800         PERFORM 2200-PRINT-IMAGE THRU 2200-EXIT
029900     END-IF
030000*
030200     PERFORM 2900-READ-SQRTJNL THRU 2900-EXIT.
030300*
030400 2000-EXIT.
030500     EXIT.
030600*
030700*--------------------------------------------------------------*
030800*  2200-PRINT-IMAGE - ONE LINE SHOWING THE RECORD IMAGE NOW IN  *
030900*  JR-IMAGE: ROOT, ITERATIONS, TOLERANCE, WHEN COMPUTED, HITS   *
031000*  AND LAST-USED DATE.                                          *
031100*--------------------------------------------------------------*
031200 2200-PRINT-IMAGE.
031300*
031400     MOVE JR-IMG-R TO JR-DET-R-ED
031500     MOVE JR-IMG-ITER TO JR-DET-ITER-ED
031600     MOVE JR-IMG-TOLERANCE TO JR-DET-TOLER-ED
031700     MOVE JR-IMG-HIT-COUNT TO JR-DET-HITS-ED
031800*
031900     MOVE SPACES TO JR-PRINT-LINE
032000     STRING '      ' JR-IMAGE-LABEL 'R ' JR-DET-R-ED
032100         ' ITER ' JR-DET-ITER-ED
032200         ' TOL ' JR-DET-TOLER-ED
032300         ' COMPUTED ' JR-IMG-DATE ' ' JR-IMG-TIME
032400         ' HITS ' JR-DET-HITS-ED
032500         ' LAST USED ' JR-IMG-LAST-USED
032600         DELIMITED BY SIZE INTO JR-PRINT-LINE
032700     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
032800         AFTER ADVANCING 1 LINE
032900     ADD 1 TO JR-LINE-COUNT.
033000*
033100 2200-EXIT.
033200     EXIT.
033300*
033400 2900-READ-SQRTJNL.
033500*
033600     READ SQRTJNL-FILE
033700         AT END
033800             SET JR-SQRTJNL-EOF TO TRUE
033900     END-READ.
034000*
034100 2900-EXIT.
034200     EXIT.
034300*
034400*--------------------------------------------------------------*
034500*  4000-PRINT-TOTALS - ENTRIES READ AND LISTED, AND THE LISTED  *
034600*  ENTRIES BROKEN DOWN BY KIND OF CHANGE.                       *
034700*--------------------------------------------------------------*
034800 4000-PRINT-TOTALS.
034900*
035000     MOVE SPACES TO JR-PRINT-LINE
035100     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
035200         AFTER ADVANCING 2 LINES
035300*
035400     MOVE JR-READ-COUNT TO JR-RPT-COUNT-ED
035500     MOVE SPACES TO JR-PRINT-LINE
035600     STRING 'JOURNAL ENTRIES READ . . . . ' JR-RPT-COUNT-ED
035700         DELIMITED BY SIZE INTO JR-PRINT-LINE
035800     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
035900         AFTER ADVANCING 1 LINE
036000*
036100     MOVE JR-LISTED-COUNT TO JR-RPT-COUNT-ED
036200     MOVE SPACES TO JR-PRINT-LINE
036300     STRING 'ENTRIES LISTED . . . . . . . ' JR-RPT-COUNT-ED
036400         DELIMITED BY SIZE INTO JR-PRINT-LINE
036500     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
036600         AFTER ADVANCING 1 LINE
036700*
036800     MOVE JR-DELETE-COUNT TO JR-RPT-COUNT-ED
036900     MOVE SPACES TO JR-PRINT-LINE
037000     STRING '  APPROVED DELETES (SQRTMNT) ' JR-RPT-COUNT-ED
037100         DELIMITED BY SIZE INTO JR-PRINT-LINE
037200     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
037300         AFTER ADVANCING 1 LINE
037400*
037500     MOVE JR-RECOMP-COUNT TO JR-RPT-COUNT-ED
037600     MOVE SPACES TO JR-PRINT-LINE
037700     STRING '  RECOMPUTES (SQRTRCM) . . . ' JR-RPT-COUNT-ED
037800         DELIMITED BY SIZE INTO JR-PRINT-LINE
037900     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
038000         AFTER ADVANCING 1 LINE
038100*
038200     MOVE JR-PURGE-COUNT TO JR-RPT-COUNT-ED
038300     MOVE SPACES TO JR-PRINT-LINE
038400     STRING '  PURGES (SQRTPRG) . . . . . ' JR-RPT-COUNT-ED
038500         DELIMITED BY SIZE INTO JR-PRINT-LINE
038600     WRITE SQRTJRP-RECORD FROM JR-PRINT-LINE
038700         AFTER ADVANCING 1 LINE.
038800*
038900 4000-EXIT.
039000     EXIT.
039100*
039200 9999-TERMINATE.
039300     STOP RUN.
