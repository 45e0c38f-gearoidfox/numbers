000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTCNV.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTCNV                                                      *
001000*  CONVERGENCE PROFILE AND ITERATION-LIMIT TUNING REPORT.       *
001100*  READS THE SQRTMST ROOT-MASTER AND THE SQRTLOG AUDIT TRAIL    *
001200*  AND PRINTS (SQRTCVP) THE EVIDENCE NEEDED BEFORE THE SQRTCTL  *
001300*  TOLERANCE OR ITERATION LIMIT IS CHANGED, OR A SQRTRCM        *
001400*  RECOMPUTE IS RUN AT A TIGHTER TOLERANCE:                     *
001500*    1. EVERY STORED ROOT THAT CONVERGED WITHIN THE NEAR-LIMIT  *
001600*       WINDOW OF THE ITERATION LIMIT NOW IN FORCE;             *
001700*    2. THE ITERATIONS USED, BY ROOT DEGREE AND BY MAGNITUDE    *
001780*       BAND OF S, SIGN IGNORED - UNDER 1, 1 TO 100, 100 TO     *
001860*       10,000, 10,000 TO 1,000,000 AND 1,000,000 TO THE        *
001940*       99,999,999 CEILING - WITH THE COUNT, AVERAGE, MAXIMUM   *
002020*       AND 95TH PERCENTILE;                                    *
002100*    3. FOR EACH DEGREE, THE LIMIT THAT WOULD HAVE COVERED      *
002200*       EVERY CASE, PLUS A MARGIN.                              *
002300*                                                               *
002400*  EACH STORED ROOT IS COUNTED ONCE, FROM THE MASTER, AT THE    *
002500*  ITERATIONS IT TOOK WHEN LAST COMPUTED.  SQRTLOG ENTRIES      *
002600*  THAT HIT OR ADDED TO THE MASTER ('H' AND 'A') ARE ALREADY    *
002700*  COUNTED THERE AND ARE PASSED OVER; A LOG ENTRY WITH NO       *
002800*  MASTER ACTION IS A CALCULATION THE MASTER NEVER HELD AND IS  *
002900*  PROFILED FROM THE LOG.  A ROOT THAT DID NOT CONVERGE AT ALL  *
003000*  WENT TO SQRTERR AND IS ON NEITHER FILE, SO A DEGREE WHOSE    *
003100*  MAXIMUM REACHES THE LIMIT IS FLAGGED FOR A LOOK AT SQRTERR.  *
003200*                                                               *
003300*  THE LIMIT IN FORCE IS THE SQRTCTL ITERATION LIMIT, OR THE    *
003400*  DEFAULT BUILT INTO SQRT AND NTHROOT WHEN THE CARD IS         *
003500*  ABSENT OR ZERO.  THE OPTIONAL SQRTCVC CARD CARRIES THE       *
003600*  NEAR-LIMIT WINDOW (COLUMNS 1-2, DEFAULT 3) AND THE MARGIN    *
003700*  ADDED TO THE RECOMMENDATION (COLUMNS 3-4, DEFAULT 3).        *
003800*--------------------------------------------------------------*
003900*
004000*--------------------------------------------------------------*
004100*  MODIFICATION HISTORY                                        *
004200*  ----------------------------------------------------------  *
004300*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
004400*--------------------------------------------------------------*
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900*
005000     SELECT SQRTMST-FILE ASSIGN TO SQRTMST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS SQRTMST-KEY
005400         FILE STATUS IS CV-MST-STATUS.
005500*
005600     SELECT SQRTLOG-FILE ASSIGN TO SQRTLOG
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS CV-LOG-STATUS.
005900*
006000     SELECT SQRTCTL-FILE ASSIGN TO SQRTCTL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CV-CTL-STATUS.
006300*
006400     SELECT SQRTCVC-FILE ASSIGN TO SQRTCVC
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CV-CVC-STATUS.
006700*
006800     SELECT SQRTCVP-FILE ASSIGN TO SQRTCVP
006900         ORGANIZATION IS SEQUENTIAL.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300*
007400 FD  SQRTMST-FILE.
007500 01  SQRTMST-RECORD.
007600     05  SQRTMST-KEY.
007700         10  SQRTMST-S          PIC X(17).
007800         10  SQRTMST-DEGREE     PIC 9(2).
007900     05  SQRTMST-R              PIC S9(8)V9(09).
008000     05  SQRTMST-ITER           PIC 9(4).
008100     05  SQRTMST-DATE           PIC 9(8).
008200     05  SQRTMST-TIME           PIC 9(8).
008300     05  SQRTMST-TOLERANCE      PIC S9(8)V9(09).
008400     05  SQRTMST-HIT-COUNT      PIC 9(8).
008500     05  SQRTMST-LAST-USED      PIC 9(8).
008600*
008700 FD  SQRTLOG-FILE
008800     RECORDING MODE IS F.
008900 01  SQRTLOG-RECORD.
009000     05  SQRTLOG-DATE           PIC 9(8).
009100     05  SQRTLOG-TIME           PIC 9(8).
009200     05  SQRTLOG-S              PIC S9(8)V9(09).
009300     05  SQRTLOG-R              PIC S9(8)V9(09).
009400     05  SQRTLOG-ITER           PIC 9(4).
009500     05  SQRTLOG-ORIGIN         PIC X(01).
009600     05  SQRTLOG-REQ-ID         PIC X(8).
009700     05  SQRTLOG-DEGREE         PIC 9(2).
009800     05  SQRTLOG-MST-ACTION     PIC X(01).
009900         88  SQRTLOG-MST-HIT             VALUE 'H'.
010000         88  SQRTLOG-MST-ADDED           VALUE 'A'.
010100     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
010200*
010300 FD  SQRTCTL-FILE
010400     RECORDING MODE IS F.
010500 01  SQRTCTL-RECORD.
010600     05  SQRTCTL-TOLERANCE      PIC S9(8)V9(09).
010700     05  SQRTCTL-MAX-ITER       PIC 9(4).
010800     05  SQRTCTL-CKP-INTERVAL   PIC 9(4).
010900     05  SQRTCTL-RUN-NUMBER     PIC 9(6).
011000     05  SQRTCTL-REJ-THRESHOLD  PIC 9(6).
011100*
011200 FD  SQRTCVC-FILE
011300     RECORDING MODE IS F.
011400 01  SQRTCVC-RECORD.
011500     05  SQRTCVC-NEAR-WINDOW    PIC 9(2).
011600     05  SQRTCVC-MARGIN         PIC 9(2).
011700     05  FILLER                 PIC X(76).
011800*
011900 FD  SQRTCVP-FILE
012000     RECORDING MODE IS F.
012100 01  SQRTCVP-RECORD              PIC X(132).
012200*
012300 WORKING-STORAGE SECTION.
012400*
012500 01  CV-PRINT-LINE               PIC X(132).
012600*
012650*    UPPER BOUNDS OF THE FIRST FOUR MAGNITUDE BANDS, TAKEN ON THE
012700*    ABSOLUTE VALUE OF S SO A NEGATIVE S (AN ODD-DEGREE ROOT)
012750*    LANDS WITH ITS POSITIVE COUNTERPART - AN S WHOSE ABSOLUTE
012800*    VALUE IS BELOW BOUND N FALLS IN BAND N; ANYTHING ABOVE THE
012850*    LAST IS BAND 5.
012900 01  CV-BAND-BOUNDS.
013000     05  FILLER                  PIC 9(8) VALUE 1.
013100     05  FILLER                  PIC 9(8) VALUE 100.
013200     05  FILLER                  PIC 9(8) VALUE 10000.
013300     05  FILLER                  PIC 9(8) VALUE 1000000.
013400 01  CV-BAND-BOUND-TABLE REDEFINES CV-BAND-BOUNDS.
013500     05  CV-BAND-BOUND           PIC 9(8) OCCURS 4 TIMES.
013600*
013700 01  CV-BAND-NAMES.
013800     05  FILLER                  PIC X(25)
013900                         VALUE 'UNDER 1'.
014000     05  FILLER                  PIC X(25)
014100                         VALUE '1 TO UNDER 100'.
014200     05  FILLER                  PIC X(25)
014300                         VALUE '100 TO UNDER 10,000'.
014400     05  FILLER                  PIC X(25)
014500                         VALUE '10,000 TO UNDER 1,000,000'.
014600     05  FILLER                  PIC X(25)
014700                         VALUE '1,000,000 TO 99,999,999'.
014800 01  CV-BAND-NAME-TABLE REDEFINES CV-BAND-NAMES.
014900     05  CV-BAND-NAME            PIC X(25) OCCURS 5 TIMES.
015000*
015100*    ONE ENTRY PER ROOT DEGREE SEEN, IN ORDER OF FIRST SIGHTING.
015200*    EACH MAGNITUDE BAND KEEPS A COUNT OF ROOTS BY ITERATIONS
015300*    USED - BUCKET N HOLDS N-1 ITERATIONS, AND THE LAST BUCKET
015400*    EVERYTHING FROM 99 UP - SO THE 95TH PERCENTILE CAN BE READ
015500*    OFF IT WITHOUT HOLDING EVERY ROOT.
015600 01  CV-DEGREE-TABLE.
015700     05  CV-DEG-ENTRY OCCURS 20 TIMES.
015800         10  CV-DEG-VALUE        PIC 9(2)  VALUE ZERO.
015900         10  CV-DEG-COUNT        PIC 9(8)  USAGE COMP VALUE ZERO.
016000         10  CV-DEG-SUM          PIC 9(10) USAGE COMP VALUE ZERO.
016100         10  CV-DEG-MAX          PIC 9(4)  USAGE COMP VALUE ZERO.
016200         10  CV-BAND-ENTRY OCCURS 5 TIMES.
016300             15  CV-BD-COUNT     PIC 9(8)  USAGE COMP VALUE ZERO.
016400             15  CV-BD-SUM       PIC 9(10) USAGE COMP VALUE ZERO.
016500             15  CV-BD-MAX       PIC 9(4)  USAGE COMP VALUE ZERO.
016600             15  CV-BD-HIST-GROUP.
016700                 20  CV-BD-HIST  PIC 9(8)  USAGE COMP VALUE ZERO
016800                                 OCCURS 100 TIMES.
016900*
017000 77  CV-DEG-USED                 PIC 9(4) USAGE COMP VALUE ZERO.
017100 77  CV-DEG-MAX-ENTRIES          PIC 9(4) USAGE COMP VALUE 20.
017200 77  CV-DX                       PIC 9(4) USAGE COMP.
017300 77  CV-DEG-X                    PIC 9(4) USAGE COMP.
017400 77  CV-DEG-FOUND-X              PIC 9(4) USAGE COMP.
017500 77  CV-BAND-X                   PIC 9(4) USAGE COMP.
017600 77  CV-BAND-FOUND-X             PIC 9(4) USAGE COMP.
017700 77  CV-BX                       PIC 9(4) USAGE COMP.
017800 77  CV-HX                       PIC 9(4) USAGE COMP.
017900 77  CV-DEG-PRINT                PIC 9(4) USAGE COMP.
018000*
018100*    PERCENTILE WORK AREA - SEE 5500-PERCENTILE.
018200 01  CV-WORK-HIST-GROUP.
018300     05  CV-WORK-HIST            PIC 9(8)  USAGE COMP
018400                                 OCCURS 100 TIMES.
018500 77  CV-WORK-COUNT               PIC 9(8)  USAGE COMP.
018600 77  CV-RANK                     PIC 9(10) USAGE COMP.
018700 77  CV-CUMULATIVE               PIC 9(8)  USAGE COMP.
018800 77  CV-P95                      PIC 9(4)  USAGE COMP.
018900 77  CV-P95-SW                   PIC X(01) VALUE 'N'.
019000     88  CV-P95-IN-LAST-BUCKET            VALUE 'Y'.
019100*
019200*    THE ROOT BEING TALLIED - SEE 2500-TALLY-ROOT.
019300 77  CV-CUR-S                    PIC S9(8)V9(09) USAGE COMP.
019350 77  CV-CUR-S-MAG                PIC 9(8)V9(09) USAGE COMP.
019400 77  CV-CUR-DEGREE               PIC 9(2).
019500 77  CV-CUR-ITER                 PIC 9(4)  USAGE COMP.
019600*
019700*    RAW-KEY FORM OF S, AND BACK - THE SAME REDEFINES SQRTBAT
019800*    AND SQRTMNT USE.
019900 01  CV-KEY-DISPLAY              PIC S9(8)V9(09).
020000 01  CV-KEY-DISPLAY-X REDEFINES CV-KEY-DISPLAY
020100                                 PIC X(17).
020200*
020300*    MIRRORS THE DEFAULT ITERATION LIMIT BUILT INTO SQRT AND
020400*    NTHROOT, WHICH IS WHAT A ZERO SQRTCTL LIMIT SELECTS.
020500 77  CV-DEFAULT-MAX-ITER         PIC 9(4) USAGE COMP VALUE 25.
020600 77  CV-LIMIT                    PIC 9(4) USAGE COMP VALUE 25.
020700 77  CV-NEAR-WINDOW              PIC 9(2) USAGE COMP VALUE 3.
020800 77  CV-MARGIN                   PIC 9(2) USAGE COMP VALUE 3.
020900 77  CV-NEAR-FLOOR               PIC 9(4) USAGE COMP.
021000 77  CV-RECOMMENDED              PIC 9(5) USAGE COMP.
021100 77  CV-ITER-AVG                 PIC 9(4)V99 USAGE COMP.
021200*
021300 77  CV-RUN-DATE                 PIC 9(8).
021400*
021500 77  CV-MST-READ                 PIC 9(8) USAGE COMP VALUE ZERO.
021600 77  CV-LOG-READ                 PIC 9(8) USAGE COMP VALUE ZERO.
021700 77  CV-LOG-ON-MASTER            PIC 9(8) USAGE COMP VALUE ZERO.
021800 77  CV-LOG-PROFILED             PIC 9(8) USAGE COMP VALUE ZERO.
021900 77  CV-NEAR-COUNT               PIC 9(8) USAGE COMP VALUE ZERO.
022000 77  CV-NOT-PROFILED             PIC 9(8) USAGE COMP VALUE ZERO.
022100 77  CV-RAISE-COUNT              PIC 9(4) USAGE COMP VALUE ZERO.
022200*
022300 77  CV-MST-STATUS               PIC X(02) VALUE '00'.
022400     88  CV-MST-STATUS-NOT-FOUND          VALUE '35'.
022500 77  CV-LOG-STATUS               PIC X(02) VALUE '00'.
022600     88  CV-LOG-STATUS-NOT-FOUND          VALUE '35'.
022700 77  CV-CTL-STATUS               PIC X(02) VALUE '00'.
022800     88  CV-CTL-STATUS-OK                 VALUE '00'.
022900 77  CV-CVC-STATUS               PIC X(02) VALUE '00'.
023000     88  CV-CVC-STATUS-OK                 VALUE '00'.
023100*
023200 77  CV-SQRTMST-EOF-SW           PIC X(01) VALUE 'N'.
023300     88  CV-SQRTMST-EOF                   VALUE 'Y'.
023400 77  CV-SQRTLOG-EOF-SW           PIC X(01) VALUE 'N'.
023500     88  CV-SQRTLOG-EOF                   VALUE 'Y'.
023600*
023700*    WHICH SECTION THE PAGE HEADING IS BEING PRINTED FOR.
023800 77  CV-SECTION-SW               PIC X(01) VALUE 'N'.
023900     88  CV-SECTION-NEAR                  VALUE 'N'.
024000     88  CV-SECTION-PROFILE               VALUE 'P'.
024100     88  CV-SECTION-RECOMMEND             VALUE 'R'.
024200*
024300 77  CV-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
024400 77  CV-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
024500 77  CV-LINES-PER-PAGE           PIC 9(2) USAGE COMP VALUE 50.
024600*
024700 77  CV-HDG-PAGE-ED              PIC ZZZ9.
024800 77  CV-HDG-LIMIT-ED             PIC ZZZ9.
024900 77  CV-HDG-WINDOW-ED            PIC Z9.
025000 77  CV-HDG-MARGIN-ED            PIC Z9.
025100 77  CV-DET-S-ED                 PIC -9(8).9(9).
025200 77  CV-DET-R-ED                 PIC -9(8).9(9).
025300 77  CV-DET-TOLER-ED             PIC Z(7)9.9(9).
025400 77  CV-DET-ITER-ED              PIC ZZZ9.
025500 77  CV-DET-GAP-ED               PIC ZZZ9.
025600 77  CV-DET-COUNT-ED             PIC ZZZZZZZ9.
025700 77  CV-DET-AVG-ED               PIC ZZZ9.99.
025800 77  CV-DET-MAX-ED               PIC ZZZ9.
025900 77  CV-DET-P95-ED               PIC ZZZ9.
026000 77  CV-DET-P95-FLAG             PIC X(01).
026100 77  CV-DET-LIMIT-ED             PIC ZZZZ9.
026200 77  CV-DET-REMARK               PIC X(40).
026300 77  CV-COUNT-ED                 PIC ZZZZZZZ9.
026400*
026500 PROCEDURE DIVISION.
026600*
026700 0000-MAINLINE.
026800*
026900     ACCEPT CV-RUN-DATE FROM DATE YYYYMMDD
027000*
027100     PERFORM 1100-READ-SQRTCTL THRU 1100-EXIT
027200     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
027300*
027400     IF CV-NEAR-WINDOW NOT LESS THAN CV-LIMIT
027500         MOVE ZERO TO CV-NEAR-FLOOR
027600     ELSE
027700         COMPUTE CV-NEAR-FLOOR = CV-LIMIT - CV-NEAR-WINDOW
027800     END-IF
027900*
028000     OPEN OUTPUT SQRTCVP-FILE
028100     SET CV-SECTION-NEAR TO TRUE
028200     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
028300*
028400     OPEN INPUT SQRTMST-FILE
028500     IF CV-MST-STATUS-NOT-FOUND
028600         DISPLAY 'SQRTCNV - ROOT-MASTER (SQRTMST) NOT FOUND - '
028700             'NO STORED ROOTS TO PROFILE'
028800         SET CV-SQRTMST-EOF TO TRUE
028900     ELSE
029000         PERFORM 2900-READ-SQRTMST THRU 2900-EXIT
029100     END-IF
029200*
029300     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
029400         UNTIL CV-SQRTMST-EOF
029500*
029600     IF NOT CV-MST-STATUS-NOT-FOUND
029700         CLOSE SQRTMST-FILE
029800     END-IF
029900*
030000     IF CV-NEAR-COUNT EQUAL ZERO
030100         MOVE '   NO STORED ROOT CONVERGED WITHIN THE WINDOW'
030200             TO CV-PRINT-LINE
030300         WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
030400             AFTER ADVANCING 1 LINE
030500         ADD 1 TO CV-LINE-COUNT
030600     END-IF
030700*
030800     OPEN INPUT SQRTLOG-FILE
030900     IF CV-LOG-STATUS-NOT-FOUND
031000         SET CV-SQRTLOG-EOF TO TRUE
031100     ELSE
031200         PERFORM 3900-READ-SQRTLOG THRU 3900-EXIT
031300     END-IF
031400*
031500     PERFORM 3000-PROCESS-LOG THRU 3000-EXIT
031600         UNTIL CV-SQRTLOG-EOF
031700*
031800     IF NOT CV-LOG-STATUS-NOT-FOUND
031900         CLOSE SQRTLOG-FILE
032000     END-IF
032100*
032200     PERFORM 5000-PRINT-PROFILE THRU 5000-EXIT
032300     PERFORM 6000-PRINT-RECOMMENDATIONS THRU 6000-EXIT
032400     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
032500*
032600     CLOSE SQRTCVP-FILE
032700*
032800     IF CV-RAISE-COUNT GREATER THAN ZERO
032900         DISPLAY 'SQRTCNV - ROOTS HAVE REACHED THE ITERATION '
033000             'LIMIT - SEE SQRTCVP AND CHECK SQRTERR'
033100     END-IF
033200*
033300     GO TO 9999-TERMINATE.
033400*
033500*--------------------------------------------------------------*
033600*  1000-PRINT-HEADINGS - PAGE HEADING AND THE COLUMN HEADING    *
033700*  OF WHICHEVER SECTION IS PRINTING.  CALLED AGAIN WHENEVER     *
033800*  THE REPORT FILLS A PAGE, AND AT THE START OF EACH SECTION.   *
033900*--------------------------------------------------------------*
034000 1000-PRINT-HEADINGS.
034100*
034200     ADD 1 TO CV-PAGE-COUNT
034300     MOVE CV-PAGE-COUNT TO CV-HDG-PAGE-ED
034400     MOVE CV-LIMIT TO CV-HDG-LIMIT-ED
034500     MOVE CV-NEAR-WINDOW TO CV-HDG-WINDOW-ED
034600     MOVE CV-MARGIN TO CV-HDG-MARGIN-ED
034700*
034800     MOVE SPACES TO CV-PRINT-LINE
034900     STRING '          CONVERGENCE PROFILE REPORT - RUN DATE '
035000         CV-RUN-DATE
035100         '  ITERATION LIMIT ' CV-HDG-LIMIT-ED
035200         '  NEAR-LIMIT WINDOW ' CV-HDG-WINDOW-ED
035300         '  MARGIN ' CV-HDG-MARGIN-ED
035400         '          PAGE ' CV-HDG-PAGE-ED
035500         DELIMITED BY SIZE INTO CV-PRINT-LINE
035600     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
035700         AFTER ADVANCING PAGE
035800*
035900     MOVE SPACES TO CV-PRINT-LINE
036000     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
036100         AFTER ADVANCING 1 LINE
036200*
036300     MOVE SPACES TO CV-PRINT-LINE
036400     EVALUATE TRUE
036500         WHEN CV-SECTION-NEAR
036600             STRING '          STORED ROOTS CONVERGED WITHIN THE '
036700                 'NEAR-LIMIT WINDOW'
036800                 DELIMITED BY SIZE INTO CV-PRINT-LINE
036900         WHEN CV-SECTION-PROFILE
037000             STRING '          ITERATIONS USED BY ROOT DEGREE'
037100                 ' AND MAGNITUDE OF S'
037200                 DELIMITED BY SIZE INTO CV-PRINT-LINE
037300         WHEN CV-SECTION-RECOMMEND
037400             STRING '          RECOMMENDED ITERATION LIMIT'
037500                 ' BY ROOT DEGREE'
037600                 DELIMITED BY SIZE INTO CV-PRINT-LINE
037700     END-EVALUATE
037800     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
037900         AFTER ADVANCING 1 LINE
038000*
038100     MOVE SPACES TO CV-PRINT-LINE
038200     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
038300         AFTER ADVANCING 1 LINE
038400*
038500     MOVE SPACES TO CV-PRINT-LINE
038600     EVALUATE TRUE
038700         WHEN CV-SECTION-NEAR
038800             STRING '                    S  DEGREE'
038900                 '                  R  ITER  TO LIMIT  COMPUTED'
039000                 '           TOLERANCE  REMARK'
039100                 DELIMITED BY SIZE INTO CV-PRINT-LINE
039200         WHEN CV-SECTION-PROFILE
039300             STRING '  DEGREE  MAGNITUDE OF S'
039400                 '                COUNT  AVG ITER'
039500                 '  MAX ITER  95TH PCTL'
039600                 DELIMITED BY SIZE INTO CV-PRINT-LINE
039700         WHEN CV-SECTION-RECOMMEND
039800             STRING '  DEGREE     COUNT  MAX ITER  CURRENT LIMIT'
039900                 '  RECOMMENDED  REMARK'
040000                 DELIMITED BY SIZE INTO CV-PRINT-LINE
040100     END-EVALUATE
040200     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
040300         AFTER ADVANCING 1 LINE
040400*
040500     MOVE SPACES TO CV-PRINT-LINE
040600     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
040700         AFTER ADVANCING 1 LINE
040800*
040900     MOVE ZERO TO CV-LINE-COUNT.
041000*
041100 1000-EXIT.
041200     EXIT.
041300*
041400*--------------------------------------------------------------*
041500*  1100-READ-SQRTCTL - THE ITERATION LIMIT SQRTBAT RUNS WITH.   *
041600*  ABSENT OR ZERO MEANS THE SUBPROGRAMS' OWN DEFAULT.           *
041700*--------------------------------------------------------------*
041800 1100-READ-SQRTCTL.
041900*
042000     MOVE CV-DEFAULT-MAX-ITER TO CV-LIMIT
042100     OPEN INPUT SQRTCTL-FILE
042200*
042300     IF CV-CTL-STATUS-OK
042400         READ SQRTCTL-FILE
042500             AT END
042600                 CONTINUE
042700         END-READ
042800         IF CV-CTL-STATUS-OK
042900             IF SQRTCTL-MAX-ITER NUMERIC
043000                AND SQRTCTL-MAX-ITER NOT EQUAL ZERO
043100                 MOVE SQRTCTL-MAX-ITER TO CV-LIMIT
043200             END-IF
043300         END-IF
043400         CLOSE SQRTCTL-FILE
043500     END-IF.
043600*
043700 1100-EXIT.
043800     EXIT.
043900*
044000*--------------------------------------------------------------*
044100*  1200-READ-CONTROL-CARD - OPTIONAL SQRTCVC CARD OVERRIDING    *
044200*  THE NEAR-LIMIT WINDOW AND THE RECOMMENDATION MARGIN.         *
044300*  ABSENT OR ZERO MEANS THE DEFAULT STANDS.                     *
044400*--------------------------------------------------------------*
044500 1200-READ-CONTROL-CARD.
044600*
044700     OPEN INPUT SQRTCVC-FILE
044800*
044900     IF CV-CVC-STATUS-OK
045000         READ SQRTCVC-FILE
045100             AT END
045200                 CONTINUE
045300         END-READ
045400         IF CV-CVC-STATUS-OK
045500             IF SQRTCVC-NEAR-WINDOW NUMERIC
045600                AND SQRTCVC-NEAR-WINDOW NOT EQUAL ZERO
045700                 MOVE SQRTCVC-NEAR-WINDOW TO CV-NEAR-WINDOW
045800             END-IF
045900             IF SQRTCVC-MARGIN NUMERIC
046000                AND SQRTCVC-MARGIN NOT EQUAL ZERO
046100                 MOVE SQRTCVC-MARGIN TO CV-MARGIN
046200             END-IF
046300         END-IF
046400         CLOSE SQRTCVC-FILE
046500     END-IF.
046600*
046700 1200-EXIT.
046800     EXIT.
046900*
047000*--------------------------------------------------------------*
047100*  2000-PROCESS-MASTER - PROFILE ONE STORED ROOT, AND LIST IT   *
047200*  WHEN IT CONVERGED WITHIN THE WINDOW OF THE LIMIT.            *
047300*--------------------------------------------------------------*
047400 2000-PROCESS-MASTER.
047500*
047600     ADD 1 TO CV-MST-READ
047700*
047800     MOVE SQRTMST-S TO CV-KEY-DISPLAY-X
047900     MOVE CV-KEY-DISPLAY TO CV-CUR-S
048000     MOVE SQRTMST-DEGREE TO CV-CUR-DEGREE
048100     MOVE SQRTMST-ITER TO CV-CUR-ITER
048200     PERFORM 2500-TALLY-ROOT THRU 2500-EXIT
048300*
048400     IF SQRTMST-ITER NOT LESS THAN CV-NEAR-FLOOR
048500         PERFORM 2200-PRINT-NEAR-LIMIT THRU 2200-EXIT
048600     END-IF
048700*
048800     PERFORM 2900-READ-SQRTMST THRU 2900-EXIT.
048900*
049000 2000-EXIT.
049100     EXIT.
049200*
049300 2200-PRINT-NEAR-LIMIT.
049400*
049500     ADD 1 TO CV-NEAR-COUNT
049600*
049700     IF CV-LINE-COUNT NOT LESS THAN CV-LINES-PER-PAGE
049800         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
049900     END-IF
050000*
050100     MOVE CV-CUR-S TO CV-DET-S-ED
050200     MOVE SQRTMST-R TO CV-DET-R-ED
050300     MOVE SQRTMST-ITER TO CV-DET-ITER-ED
050400     MOVE SQRTMST-TOLERANCE TO CV-DET-TOLER-ED
050500     MOVE SPACES TO CV-DET-REMARK
050600     IF SQRTMST-ITER NOT LESS THAN CV-LIMIT
050700         MOVE ZERO TO CV-DET-GAP-ED
050800         MOVE 'AT OR OVER THE LIMIT' TO CV-DET-REMARK
050900     ELSE
051000         COMPUTE CV-DET-GAP-ED = CV-LIMIT - SQRTMST-ITER
051100     END-IF
051200*
051300     MOVE SPACES TO CV-PRINT-LINE
051400     STRING '  ' CV-DET-S-ED '    ' SQRTMST-DEGREE
051500         '  ' CV-DET-R-ED '  ' CV-DET-ITER-ED
051600         '      ' CV-DET-GAP-ED '  ' SQRTMST-DATE
051700         '  ' CV-DET-TOLER-ED '  ' CV-DET-REMARK
051800         DELIMITED BY SIZE INTO CV-PRINT-LINE
051900     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
052000         AFTER ADVANCING 1 LINE
052100     ADD 1 TO CV-LINE-COUNT.
052200*
052300 2200-EXIT.
052400     EXIT.
052500*
052600*--------------------------------------------------------------*
052700*  2500-TALLY-ROOT - ADD CV-CUR-ITER TO THE DEGREE AND BAND     *
052800*  FOR CV-CUR-DEGREE AND CV-CUR-S.  A ZERO OR NON-NUMERIC       *
052900*  DEGREE (A LOG RECORD FROM BEFORE THE DEGREE WAS CARRIED)     *
053000*  IS A SQUARE ROOT.  A DEGREE THAT FINDS THE TABLE FULL IS     *
053100*  COUNTED AS NOT PROFILED.                                     *
053200*--------------------------------------------------------------*
053300 2500-TALLY-ROOT.
053400*
053500     IF CV-CUR-DEGREE NOT NUMERIC
053600        OR CV-CUR-DEGREE LESS THAN 2
053700         MOVE 2 TO CV-CUR-DEGREE
053800     END-IF
053900*
054000     PERFORM 2400-FIND-DEGREE THRU 2400-EXIT
054100*
054200     IF CV-DEG-FOUND-X EQUAL ZERO
054300         IF CV-DEG-USED NOT LESS THAN CV-DEG-MAX-ENTRIES
054400             ADD 1 TO CV-NOT-PROFILED
054500             GO TO 2500-EXIT
054600         END-IF
054700         ADD 1 TO CV-DEG-USED
054800         MOVE CV-DEG-USED TO CV-DEG-FOUND-X
054900         MOVE CV-CUR-DEGREE TO CV-DEG-VALUE(CV-DEG-FOUND-X)
055000     END-IF
055100     MOVE CV-DEG-FOUND-X TO CV-DX
055200*
055240*    AN UNSIGNED RECEIVING FIELD DROPS THE SIGN, LEAVING THE
055280*    ABSOLUTE VALUE OF S TO BAND ON.
055320     MOVE CV-CUR-S TO CV-CUR-S-MAG
055360     MOVE 5 TO CV-BX
055400     MOVE ZERO TO CV-BAND-FOUND-X
055500     PERFORM 2520-MATCH-ONE-BAND THRU 2520-EXIT
055600         VARYING CV-BAND-X FROM 1 BY 1
055700         UNTIL CV-BAND-X GREATER THAN 4
055800            OR CV-BAND-FOUND-X GREATER THAN ZERO
055900     IF CV-BAND-FOUND-X GREATER THAN ZERO
056000         MOVE CV-BAND-FOUND-X TO CV-BX
056100     END-IF
056200*
056300     IF CV-CUR-ITER GREATER THAN 98
056400         MOVE 100 TO CV-HX
056500     ELSE
056600         COMPUTE CV-HX = CV-CUR-ITER + 1
056700     END-IF
056800*
056900     ADD 1 TO CV-DEG-COUNT(CV-DX)
057000     ADD CV-CUR-ITER TO CV-DEG-SUM(CV-DX)
057100     IF CV-CUR-ITER GREATER THAN CV-DEG-MAX(CV-DX)
057200         MOVE CV-CUR-ITER TO CV-DEG-MAX(CV-DX)
057300     END-IF
057400*
057500     ADD 1 TO CV-BD-COUNT(CV-DX, CV-BX)
057600     ADD CV-CUR-ITER TO CV-BD-SUM(CV-DX, CV-BX)
057700     IF CV-CUR-ITER GREATER THAN CV-BD-MAX(CV-DX, CV-BX)
057800         MOVE CV-CUR-ITER TO CV-BD-MAX(CV-DX, CV-BX)
057900     END-IF
058000     ADD 1 TO CV-BD-HIST(CV-DX, CV-BX, CV-HX).
058100*
058200 2500-EXIT.
058300     EXIT.
058400*
058500*--------------------------------------------------------------*
058600*  2400-FIND-DEGREE - SLOT OF CV-CUR-DEGREE IN THE DEGREE       *
058700*  TABLE, OR ZERO WHEN IT HAS NOT BEEN SEEN.                    *
058800*--------------------------------------------------------------*
058900 2400-FIND-DEGREE.
059000*
059100     MOVE ZERO TO CV-DEG-FOUND-X
059200     PERFORM 2410-MATCH-ONE-DEGREE THRU 2410-EXIT
059300         VARYING CV-DEG-X FROM 1 BY 1
059400         UNTIL CV-DEG-X GREATER THAN CV-DEG-USED
059500            OR CV-DEG-FOUND-X GREATER THAN ZERO.
059600*
059700 2400-EXIT.
059800     EXIT.
059900*
060000 2410-MATCH-ONE-DEGREE.
060100*
060200     IF CV-DEG-VALUE(CV-DEG-X) EQUAL CV-CUR-DEGREE
060300         MOVE CV-DEG-X TO CV-DEG-FOUND-X
060400     END-IF.
060500*
060600 2410-EXIT.
060700     EXIT.
060800*
060900 2520-MATCH-ONE-BAND.
061000*
061100     IF CV-CUR-S-MAG LESS THAN CV-BAND-BOUND(CV-BAND-X)
061200         MOVE CV-BAND-X TO CV-BAND-FOUND-X
061300     END-IF.
061400*
061500 2520-EXIT.
061600     EXIT.
061700*
061800 2900-READ-SQRTMST.
061900*
062000     READ SQRTMST-FILE
062100         AT END
062200             SET CV-SQRTMST-EOF TO TRUE
062300     END-READ.
062400*
062500 2900-EXIT.
062600     EXIT.
062700*
062800*--------------------------------------------------------------*
062900*  3000-PROCESS-LOG - PROFILE A LOGGED CALCULATION THE MASTER   *
063000*  NEVER HELD.  A HIT OR AN ADD IS ALREADY COUNTED FROM THE     *
063100*  MASTER RECORD ITSELF.                                        *
063200*--------------------------------------------------------------*
063300 3000-PROCESS-LOG.
063400*
063500     ADD 1 TO CV-LOG-READ
063600*
063700     IF SQRTLOG-MST-HIT OR SQRTLOG-MST-ADDED
063800         ADD 1 TO CV-LOG-ON-MASTER
063900     ELSE
064000         ADD 1 TO CV-LOG-PROFILED
064100         MOVE SQRTLOG-S TO CV-CUR-S
064200         MOVE SQRTLOG-DEGREE TO CV-CUR-DEGREE
064300         MOVE SQRTLOG-ITER TO CV-CUR-ITER
064400         PERFORM 2500-TALLY-ROOT THRU 2500-EXIT
064500     END-IF
064600*
064700     PERFORM 3900-READ-SQRTLOG THRU 3900-EXIT.
064800*
064900 3000-EXIT.
065000     EXIT.
065100*
065200 3900-READ-SQRTLOG.
065300*
065400     READ SQRTLOG-FILE
065500         AT END
065600             SET CV-SQRTLOG-EOF TO TRUE
065700     END-READ.
065800*
065900 3900-EXIT.
066000     EXIT.
066100*
066200*--------------------------------------------------------------*
066300*  5000-PRINT-PROFILE - ONE BLOCK PER DEGREE, IN DEGREE ORDER:  *
066400*  A LINE FOR EACH MAGNITUDE BAND THAT HAS ROOTS IN IT, THEN    *
066500*  THE DEGREE ACROSS ALL BANDS.                                 *
066600*--------------------------------------------------------------*
066700 5000-PRINT-PROFILE.
066800*
066900     SET CV-SECTION-PROFILE TO TRUE
067000     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
067100*
067200     IF CV-DEG-USED EQUAL ZERO
067300         MOVE '   NO ROOTS TO PROFILE' TO CV-PRINT-LINE
067400         WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
067500             AFTER ADVANCING 1 LINE
067600         ADD 1 TO CV-LINE-COUNT
067700         GO TO 5000-EXIT
067800     END-IF
067900*
068000     PERFORM 5100-PRINT-ONE-DEGREE THRU 5100-EXIT
068100         VARYING CV-DEG-PRINT FROM 2 BY 1
068200         UNTIL CV-DEG-PRINT GREATER THAN 99.
068300*
068400 5000-EXIT.
068500     EXIT.
068600*
068700 5100-PRINT-ONE-DEGREE.
068800*
068900     MOVE CV-DEG-PRINT TO CV-CUR-DEGREE
069000     PERFORM 2400-FIND-DEGREE THRU 2400-EXIT
069100*
069200     IF CV-DEG-FOUND-X EQUAL ZERO
069300         GO TO 5100-EXIT
069400     END-IF
069500     MOVE CV-DEG-FOUND-X TO CV-DX
069600*
069700     IF CV-LINE-COUNT + 7 GREATER THAN CV-LINES-PER-PAGE
069800         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
069900     END-IF
070000*
070100     PERFORM 5200-PRINT-ONE-BAND THRU 5200-EXIT
070200         VARYING CV-BX FROM 1 BY 1
070300         UNTIL CV-BX GREATER THAN 5
070400*
070500     PERFORM 5600-SUM-ONE-BUCKET THRU 5600-EXIT
070600         VARYING CV-HX FROM 1 BY 1
070700         UNTIL CV-HX GREATER THAN 100
070800     MOVE CV-DEG-COUNT(CV-DX) TO CV-WORK-COUNT
070900     PERFORM 5500-PERCENTILE THRU 5500-EXIT
071000*
071100     COMPUTE CV-ITER-AVG ROUNDED =
071200         CV-DEG-SUM(CV-DX) / CV-DEG-COUNT(CV-DX)
071300     MOVE CV-DEG-COUNT(CV-DX) TO CV-DET-COUNT-ED
071400     MOVE CV-ITER-AVG TO CV-DET-AVG-ED
071500     MOVE CV-DEG-MAX(CV-DX) TO CV-DET-MAX-ED
071600*
071700     MOVE SPACES TO CV-PRINT-LINE
071800     STRING '    ' CV-DEG-VALUE(CV-DX) '    '
071900         'ALL MAGNITUDES           '
072000         '  ' CV-DET-COUNT-ED '   ' CV-DET-AVG-ED
072100         '      ' CV-DET-MAX-ED '       ' CV-DET-P95-ED
072200         CV-DET-P95-FLAG
072300         DELIMITED BY SIZE INTO CV-PRINT-LINE
072400     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
072500         AFTER ADVANCING 1 LINE
072600*
072700     MOVE SPACES TO CV-PRINT-LINE
072800     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
072900         AFTER ADVANCING 1 LINE
073000     ADD 2 TO CV-LINE-COUNT.
073100*
073200 5100-EXIT.
073300     EXIT.
073400*
073500 5200-PRINT-ONE-BAND.
073600*
073700     IF CV-BD-COUNT(CV-DX, CV-BX) EQUAL ZERO
073800         GO TO 5200-EXIT
073900     END-IF
074000*
074100     MOVE CV-BD-HIST-GROUP(CV-DX, CV-BX) TO CV-WORK-HIST-GROUP
074200     MOVE CV-BD-COUNT(CV-DX, CV-BX) TO CV-WORK-COUNT
074300     PERFORM 5500-PERCENTILE THRU 5500-EXIT
074400*
074500     COMPUTE CV-ITER-AVG ROUNDED =
074600         CV-BD-SUM(CV-DX, CV-BX) / CV-BD-COUNT(CV-DX, CV-BX)
074700     MOVE CV-BD-COUNT(CV-DX, CV-BX) TO CV-DET-COUNT-ED
074800     MOVE CV-ITER-AVG TO CV-DET-AVG-ED
074900     MOVE CV-BD-MAX(CV-DX, CV-BX) TO CV-DET-MAX-ED
075000*
075100     MOVE SPACES TO CV-PRINT-LINE
075200     STRING '    ' CV-DEG-VALUE(CV-DX) '    '
075300         CV-BAND-NAME(CV-BX)
075400         '  ' CV-DET-COUNT-ED '   ' CV-DET-AVG-ED
075500         '      ' CV-DET-MAX-ED '       ' CV-DET-P95-ED
075600         CV-DET-P95-FLAG
075700         DELIMITED BY SIZE INTO CV-PRINT-LINE
075800     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
075900         AFTER ADVANCING 1 LINE
076000     ADD 1 TO CV-LINE-COUNT.
076100*
076200 5200-EXIT.
076300     EXIT.
076400*
076500*--------------------------------------------------------------*
076600*  5500-PERCENTILE - 95TH PERCENTILE (NEAREST RANK) OF THE      *
076700*  CV-WORK-COUNT ROOTS IN CV-WORK-HIST: THE SMALLEST ITERATION  *
076800*  COUNT THAT AT LEAST 95 PERCENT OF THEM DID NOT EXCEED.       *
076900*  THE RANK IS ROUNDED UP BY ADDING 99 BEFORE THE WHOLE-NUMBER  *
077000*  DIVIDE.  A PERCENTILE IN THE LAST BUCKET IS 99 OR MORE AND   *
077100*  IS FLAGGED '+'.                                              *
077200*--------------------------------------------------------------*
077300 5500-PERCENTILE.
077400*
077500     COMPUTE CV-RANK = CV-WORK-COUNT * 95 + 99
077600     DIVIDE CV-RANK BY 100 GIVING CV-RANK
077700     MOVE ZERO TO CV-CUMULATIVE
077800*
077900     PERFORM 5510-ADD-BUCKET THRU 5510-EXIT
078000         VARYING CV-HX FROM 1 BY 1
078100         UNTIL CV-CUMULATIVE NOT LESS THAN CV-RANK
078200            OR CV-HX GREATER THAN 100
078300*
078400     COMPUTE CV-P95 = CV-HX - 2
078500     MOVE CV-P95 TO CV-DET-P95-ED
078600     MOVE SPACE TO CV-DET-P95-FLAG
078700     IF CV-HX GREATER THAN 100
078800         MOVE '+' TO CV-DET-P95-FLAG
078900     END-IF.
079000*
079100 5500-EXIT.
079200     EXIT.
079300*
079400 5510-ADD-BUCKET.
079500*
079600     ADD CV-WORK-HIST(CV-HX) TO CV-CUMULATIVE.
079700*
079800 5510-EXIT.
079900     EXIT.
080000*
080100*--------------------------------------------------------------*
080200*  5600-SUM-ONE-BUCKET - ONE BUCKET OF THE DEGREE'S ALL-BANDS   *
080300*  DISTRIBUTION, FOR ITS PERCENTILE.                            *
080400*--------------------------------------------------------------*
080500 5600-SUM-ONE-BUCKET.
080600*
080700     ADD CV-BD-HIST(CV-DX, 1, CV-HX) CV-BD-HIST(CV-DX, 2, CV-HX)
080800         CV-BD-HIST(CV-DX, 3, CV-HX) CV-BD-HIST(CV-DX, 4, CV-HX)
080900         CV-BD-HIST(CV-DX, 5, CV-HX)
081000         GIVING CV-WORK-HIST(CV-HX).
081100*
081200 5600-EXIT.
081300     EXIT.
081400*
081500*--------------------------------------------------------------*
081600*  6000-PRINT-RECOMMENDATIONS - FOR EACH DEGREE, THE HIGHEST    *
081700*  ITERATION COUNT SEEN PLUS THE MARGIN IS A LIMIT THAT WOULD   *
081800*  HAVE COVERED EVERY ROOT.  A DEGREE WHOSE MAXIMUM REACHED     *
081900*  THE LIMIT IN FORCE MAY ALSO HAVE ROOTS THAT NEVER            *
082000*  CONVERGED, WHICH WENT TO SQRTERR AND ARE NOT COUNTED HERE.   *
082100*--------------------------------------------------------------*
082200 6000-PRINT-RECOMMENDATIONS.
082300*
082400     SET CV-SECTION-RECOMMEND TO TRUE
082500     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
082600*
082700     IF CV-DEG-USED EQUAL ZERO
082800         MOVE '   NO ROOTS TO PROFILE' TO CV-PRINT-LINE
082900         WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
083000             AFTER ADVANCING 1 LINE
083100         ADD 1 TO CV-LINE-COUNT
083200         GO TO 6000-EXIT
083300     END-IF
083400*
083500     PERFORM 6100-RECOMMEND-ONE-DEGREE THRU 6100-EXIT
083600         VARYING CV-DEG-PRINT FROM 2 BY 1
083700         UNTIL CV-DEG-PRINT GREATER THAN 99.
083800*
083900 6000-EXIT.
084000     EXIT.
084100*
084200 6100-RECOMMEND-ONE-DEGREE.
084300*
084400     MOVE CV-DEG-PRINT TO CV-CUR-DEGREE
084500     PERFORM 2400-FIND-DEGREE THRU 2400-EXIT
084600*
084700     IF CV-DEG-FOUND-X EQUAL ZERO
084800         GO TO 6100-EXIT
084900     END-IF
085000     MOVE CV-DEG-FOUND-X TO CV-DX
085100*
085200     IF CV-LINE-COUNT NOT LESS THAN CV-LINES-PER-PAGE
085300         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
085400     END-IF
085500*
085600     COMPUTE CV-RECOMMENDED = CV-DEG-MAX(CV-DX) + CV-MARGIN
085700*
085800     EVALUATE TRUE
085900         WHEN CV-DEG-MAX(CV-DX) NOT LESS THAN CV-LIMIT
086000             ADD 1 TO CV-RAISE-COUNT
086100             MOVE 'ROOTS REACHED THE LIMIT - CHECK SQRTERR'
086200                 TO CV-DET-REMARK
086300         WHEN CV-RECOMMENDED LESS THAN CV-LIMIT
086400             MOVE 'LIMIT COULD BE LOWERED' TO CV-DET-REMARK
086500         WHEN CV-RECOMMENDED GREATER THAN CV-LIMIT
086600             MOVE 'MARGIN NOT MET - RAISE THE LIMIT'
086700                 TO CV-DET-REMARK
086800         WHEN OTHER
086900             MOVE 'LIMIT IS RIGHT' TO CV-DET-REMARK
087000     END-EVALUATE
087100*
087200     MOVE CV-DEG-COUNT(CV-DX) TO CV-DET-COUNT-ED
087300     MOVE CV-DEG-MAX(CV-DX) TO CV-DET-MAX-ED
087400     MOVE CV-LIMIT TO CV-DET-ITER-ED
087500     MOVE CV-RECOMMENDED TO CV-DET-LIMIT-ED
087600*
087700     MOVE SPACES TO CV-PRINT-LINE
087800     STRING '    ' CV-DEG-VALUE(CV-DX)
087900         '    ' CV-DET-COUNT-ED '      ' CV-DET-MAX-ED
088000         '           ' CV-DET-ITER-ED
088100         '        ' CV-DET-LIMIT-ED '  ' CV-DET-REMARK
088200         DELIMITED BY SIZE INTO CV-PRINT-LINE
088300     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
088400         AFTER ADVANCING 1 LINE
088500     ADD 1 TO CV-LINE-COUNT.
088600*
088700 6100-EXIT.
088800     EXIT.
088900*
089000*--------------------------------------------------------------*
089100*  7000-PRINT-TOTALS - WHAT WAS READ AND WHERE IT WENT.         *
089200*--------------------------------------------------------------*
089300 7000-PRINT-TOTALS.
089400*
089500     MOVE SPACES TO CV-PRINT-LINE
089600     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
089700         AFTER ADVANCING 2 LINES
089800*
089900     MOVE CV-MST-READ TO CV-COUNT-ED
090000     MOVE SPACES TO CV-PRINT-LINE
090100     STRING 'STORED ROOTS READ. . . . . . ' CV-COUNT-ED
090200         DELIMITED BY SIZE INTO CV-PRINT-LINE
090300     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
090400         AFTER ADVANCING 1 LINE
090500*
090600     MOVE CV-NEAR-COUNT TO CV-COUNT-ED
090700     MOVE SPACES TO CV-PRINT-LINE
090800     STRING '  NEAR THE LIMIT . . . . . . ' CV-COUNT-ED
090900         DELIMITED BY SIZE INTO CV-PRINT-LINE
091000     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
091100         AFTER ADVANCING 1 LINE
091200*
091300     MOVE CV-LOG-READ TO CV-COUNT-ED
091400     MOVE SPACES TO CV-PRINT-LINE
091500     STRING 'LOG RECORDS READ . . . . . . ' CV-COUNT-ED
091600         DELIMITED BY SIZE INTO CV-PRINT-LINE
091700     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
091800         AFTER ADVANCING 1 LINE
091900*
092000     MOVE CV-LOG-ON-MASTER TO CV-COUNT-ED
092100     MOVE SPACES TO CV-PRINT-LINE
092200     STRING '  ALREADY ON THE MASTER. . . ' CV-COUNT-ED
092300         DELIMITED BY SIZE INTO CV-PRINT-LINE
092400     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
092500         AFTER ADVANCING 1 LINE
092600*
092700     MOVE CV-LOG-PROFILED TO CV-COUNT-ED
092800     MOVE SPACES TO CV-PRINT-LINE
092900     STRING '  PROFILED FROM THE LOG. . . ' CV-COUNT-ED
093000         DELIMITED BY SIZE INTO CV-PRINT-LINE
093100     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
093200         AFTER ADVANCING 1 LINE
093300*
093400     MOVE CV-NOT-PROFILED TO CV-COUNT-ED
093500     MOVE SPACES TO CV-PRINT-LINE
093600     STRING 'NOT PROFILED - TABLE FULL. . ' CV-COUNT-ED
093700         DELIMITED BY SIZE INTO CV-PRINT-LINE
093800     WRITE SQRTCVP-RECORD FROM CV-PRINT-LINE
093900         AFTER ADVANCING 1 LINE.
094000*
094100 7000-EXIT.
094200     EXIT.
094300*
094400 9999-TERMINATE.
094500     STOP RUN.
