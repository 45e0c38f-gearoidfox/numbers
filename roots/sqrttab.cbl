000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTTAB.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTTAB                                                      *
001000*  PRINTED ROOT TABLES FOR RANGE REQUESTS.  ENGINEERING SENDS   *
001100*  SQRTRNG RANGE CARDS BECAUSE IT WANTS A TABLE OF ROOTS, BUT   *
001200*  UNTIL NOW THE RESULTS CAME BACK AS SQRTOUT DETAIL MIXED IN   *
001300*  WITH EVERYONE ELSE'S WORK.  THIS REPORT PRINTS (SQRTTBP)     *
001400*  ONE TABLE PER RANGE CARD, EACH STARTING ON A NEW PAGE: A     *
001500*  TITLE BLOCK GIVING THE REQUESTER, START, END, STEP AND       *
001600*  DEGREE, THEN S, R AND R RAISED TO THE DEGREE AS A CHECK,     *
001700*  WITH THE TITLE BLOCK AND COLUMN HEADINGS REPEATED ON EVERY   *
001800*  PAGE.  AT THE FOOT OF EACH TABLE ARE THE VALUES FROM THE     *
001900*  RANGE THAT REJECTED TO SQRTERR AND ANY HELD OVER QUOTA BY    *
002000*  SQRTQTA (SQRTHLN), THEN A COUNT PROVING THE TABLE ACCOUNTS   *
002100*  FOR EVERY VALUE SQRTGEN GENERATED FROM THE CARD.             *
002200*                                                               *
002300*  THE TABLES COME FROM THE RANGE-CARD REGISTER (SQRTRNX)       *
002400*  SQRTGEN WRITES, AND FROM THE RANGE-CARD TAG SQRTGEN PUTS ON  *
002500*  EVERY EXPANDED RECORD AND SQRTBAT CARRIES ONTO SQRTOUT AND   *
002600*  SQRTERR.  SQRTOUT, SQRTERR AND SQRTHLN ARE READ ONCE PER     *
002700*  TABLE; THEY ARE IN CARD ORDER ALREADY, SO EACH TABLE COMES   *
002800*  OUT IN ORDER OF S WITHOUT A SORT.                            *
002900*                                                               *
003000*  THE REPORT RUNS ANY TIME AFTER SQRTBAL HAS RELEASED THE      *
003100*  RUN'S SQRTOUT AND SQRTERR.  IT READS THE RUN'S RECORD ON     *
003200*  THE SQRTSTC STEP-CONTROL FILE (THE RUN NUMBER COMES FROM     *
003300*  SQRTCTL, AS EVERYWHERE ELSE) AND PRINTS NOTHING, ENDING      *
003400*  WITH RETURN CODE 16, UNLESS SQRTBAL IS MARKED COMPLETED.  A  *
003500*  TABLE THAT DOES NOT ACCOUNT FOR EVERY GENERATED VALUE ENDS   *
003600*  THE REPORT WITH RETURN CODE 4.                               *
003700*--------------------------------------------------------------*
003800*
003900*--------------------------------------------------------------*
004000*  MODIFICATION HISTORY                                        *
004100*  ----------------------------------------------------------  *
004200*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
004300*--------------------------------------------------------------*
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800*
004900     SELECT SQRTCTL-FILE ASSIGN TO SQRTCTL
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS TB-CTL-STATUS.
005200*
005300     SELECT SQRTSTC-FILE ASSIGN TO SQRTSTC
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS SQRTSTC-RUN-NO
005700         FILE STATUS IS TB-STC-STATUS.
005800*
005900     SELECT SQRTRNX-FILE ASSIGN TO SQRTRNX
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS TB-RNX-STATUS.
006200*
006300     SELECT SQRTOUT-FILE ASSIGN TO SQRTOUT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS TB-OUT-STATUS.
006600*
006700     SELECT SQRTERR-FILE ASSIGN TO SQRTERR
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS TB-ERR-STATUS.
007000*
007100     SELECT SQRTHLN-FILE ASSIGN TO SQRTHLN
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS TB-HLN-STATUS.
007400*
007500     SELECT SQRTTBP-FILE ASSIGN TO SQRTTBP
007600         ORGANIZATION IS SEQUENTIAL.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000*
008100 FD  SQRTCTL-FILE
008200     RECORDING MODE IS F.
008300 01  SQRTCTL-RECORD.
008400     05  SQRTCTL-TOLERANCE      PIC S9(8)V9(09).
008500     05  SQRTCTL-MAX-ITER       PIC 9(4).
008600     05  SQRTCTL-CKP-INTERVAL   PIC 9(4).
008700     05  SQRTCTL-RUN-NUMBER     PIC 9(6).
008800     05  SQRTCTL-REJ-THRESHOLD  PIC 9(6).
008900*
009000 FD  SQRTSTC-FILE.
009100 01  SQRTSTC-RECORD.
009200     05  SQRTSTC-RUN-NO         PIC 9(6).
009300     05  SQRTSTC-STEP OCCURS 7 TIMES.
009400         10  SQRTSTC-STEP-NAME  PIC X(8).
009500         10  SQRTSTC-STEP-STATUS
009600                                PIC X(01).
009700             88  SQRTSTC-NOT-RUN          VALUE 'N'.
009800             88  SQRTSTC-STARTED          VALUE 'S'.
009900             88  SQRTSTC-COMPLETED        VALUE 'C'.
010000             88  SQRTSTC-FAILED           VALUE 'F'.
010100         10  SQRTSTC-START-DATE PIC 9(8).
010200         10  SQRTSTC-START-TIME PIC 9(8).
010300         10  SQRTSTC-END-DATE   PIC 9(8).
010400         10  SQRTSTC-END-TIME   PIC 9(8).
010500         10  SQRTSTC-STEP-RC    PIC 9(2).
010600*
010700 FD  SQRTRNX-FILE
010800     RECORDING MODE IS F.
010900 01  SQRTRNX-RECORD.
011000     05  SQRTRNX-RANGE-TAG.
011100         10  SQRTRNX-RANGE-RUN  PIC 9(6).
011200         10  SQRTRNX-RANGE-CARD PIC 9(4).
011300     05  SQRTRNX-REQ-ID         PIC X(8).
011400     05  SQRTRNX-START          PIC S9(8)V9(09).
011500     05  SQRTRNX-END            PIC S9(8)V9(09).
011600     05  SQRTRNX-STEP           PIC 9(8)V9(09).
011700     05  SQRTRNX-DEGREE         PIC 9(2).
011800     05  SQRTRNX-GENERATED      PIC 9(8).
011900     05  SQRTRNX-LIMIT-SW       PIC X(01).
012000         88  SQRTRNX-LIMIT-HIT           VALUE 'Y'.
012100*
012200 FD  SQRTOUT-FILE
012300     RECORDING MODE IS F.
012400 01  SQRTOUT-RECORD.
012500     05  SQRTOUT-REC-TYPE       PIC X(01).
012600         88  SQRTOUT-DETAIL              VALUE 'D'.
012700     05  SQRTOUT-S              PIC S9(8)V9(09).
012800     05  SQRTOUT-R              PIC S9(8)V9(09).
012900     05  SQRTOUT-ITER           PIC 9(4).
013000     05  SQRTOUT-DEGREE         PIC 9(2).
013100     05  SQRTOUT-REQ-ID         PIC X(8).
013200     05  SQRTOUT-RANGE-TAG      PIC X(10).
013300*
013400 FD  SQRTERR-FILE
013500     RECORDING MODE IS F.
013600 01  SQRTERR-RECORD.
013700     05  SQRTERR-REC-TYPE       PIC X(01).
013800         88  SQRTERR-DETAIL              VALUE 'D'.
013900     05  SQRTERR-S              PIC S9(8)V9(09).
014000     05  SQRTERR-DEGREE         PIC 9(2).
014100     05  SQRTERR-MSG            PIC X(40).
014200     05  SQRTERR-REQ-ID         PIC X(8).
014300     05  SQRTERR-RANGE-TAG      PIC X(10).
014400*
014500 FD  SQRTHLN-FILE
014600     RECORDING MODE IS F.
014700 01  SQRTHLN-RECORD.
014800     05  SQRTHLN-S              PIC S9(8)V9(09).
014900     05  SQRTHLN-DEGREE         PIC X(2).
015000     05  SQRTHLN-REQ-ID         PIC X(8).
015100     05  SQRTHLN-HELD-RUN       PIC 9(6).
015200     05  SQRTHLN-HELD-DATE      PIC 9(8).
015300     05  SQRTHLN-PREFIX         PIC X(8).
015400     05  SQRTHLN-LIMIT-TYPE     PIC X(01).
015500     05  SQRTHLN-RANGE-TAG      PIC X(10).
015600*
015700 FD  SQRTTBP-FILE
015800     RECORDING MODE IS F.
015900 01  SQRTTBP-RECORD              PIC X(132).
016000*
016100 WORKING-STORAGE SECTION.
016200*
016300 01  TB-PRINT-LINE               PIC X(132).
016400*
016500 77  TB-RUN-NUMBER               PIC 9(6) VALUE ZERO.
016600 77  TB-RELEASING-STEP           PIC X(8) VALUE 'SQRTBAL '.
016700 77  TB-STEP-COUNT               PIC 9(2) USAGE COMP VALUE 7.
016800 77  TB-STEP-X                   PIC 9(2) USAGE COMP.
016900 77  TB-STEP-FOUND-X             PIC 9(2) USAGE COMP.
017000*
017100*    R RAISED TO THE DEGREE - ONE MORE INTEGER DIGIT THAN S SO
017200*    A ROOT THAT ROUNDS UP AT THE TOP OF THE RANGE STILL FITS.
017300 77  TB-CHECK                    PIC S9(9)V9(09) USAGE COMP.
017400 77  TB-CHECK-SW                 PIC X(01) VALUE 'N'.
017500     88  TB-CHECK-OVERFLOW                VALUE 'Y'.
017600     88  TB-CHECK-OK                      VALUE 'N'.
017700*
017800*    COUNTS FOR THE TABLE BEING PRINTED.
017900 77  TB-TAB-ROOTS                PIC 9(8) USAGE COMP VALUE ZERO.
018000 77  TB-TAB-REJECTS              PIC 9(8) USAGE COMP VALUE ZERO.
018100 77  TB-TAB-HELD                 PIC 9(8) USAGE COMP VALUE ZERO.
018200 77  TB-TAB-ACCOUNTED            PIC 9(8) USAGE COMP VALUE ZERO.
018300 77  TB-TAB-MISSING              PIC 9(8) USAGE COMP VALUE ZERO.
018400*
018500*    COUNTS FOR THE WHOLE REPORT.
018600 77  TB-RNX-READ                 PIC 9(8) USAGE COMP VALUE ZERO.
018700 77  TB-RNX-OTHER-RUN            PIC 9(8) USAGE COMP VALUE ZERO.
018800 77  TB-TABLE-COUNT              PIC 9(8) USAGE COMP VALUE ZERO.
018900 77  TB-TOT-ROOTS                PIC 9(8) USAGE COMP VALUE ZERO.
019000 77  TB-TOT-REJECTS              PIC 9(8) USAGE COMP VALUE ZERO.
019100 77  TB-TOT-HELD                 PIC 9(8) USAGE COMP VALUE ZERO.
019200 77  TB-TOT-MISSING              PIC 9(8) USAGE COMP VALUE ZERO.
019300 77  TB-SHORT-TABLES             PIC 9(8) USAGE COMP VALUE ZERO.
019400*
019500 77  TB-CTL-STATUS               PIC X(02) VALUE '00'.
019600     88  TB-CTL-STATUS-OK                 VALUE '00'.
019700 77  TB-STC-STATUS               PIC X(02) VALUE '00'.
019800     88  TB-STC-STATUS-OK                 VALUE '00'.
019900 77  TB-RNX-STATUS               PIC X(02) VALUE '00'.
020000     88  TB-RNX-STATUS-NOT-FOUND          VALUE '35'.
020100 77  TB-OUT-STATUS               PIC X(02) VALUE '00'.
020200     88  TB-OUT-STATUS-NOT-FOUND          VALUE '35'.
020300 77  TB-ERR-STATUS               PIC X(02) VALUE '00'.
020400     88  TB-ERR-STATUS-NOT-FOUND          VALUE '35'.
020500 77  TB-HLN-STATUS               PIC X(02) VALUE '00'.
020600     88  TB-HLN-STATUS-NOT-FOUND          VALUE '35'.
020700*
020800 77  TB-SQRTRNX-EOF-SW           PIC X(01) VALUE 'N'.
020900     88  TB-SQRTRNX-EOF                   VALUE 'Y'.
021000 77  TB-SQRTOUT-EOF-SW           PIC X(01) VALUE 'N'.
021100     88  TB-SQRTOUT-EOF                   VALUE 'Y'.
021200     88  TB-SQRTOUT-NOT-EOF               VALUE 'N'.
021300 77  TB-SQRTERR-EOF-SW           PIC X(01) VALUE 'N'.
021400     88  TB-SQRTERR-EOF                   VALUE 'Y'.
021500     88  TB-SQRTERR-NOT-EOF               VALUE 'N'.
021600 77  TB-SQRTHLN-EOF-SW           PIC X(01) VALUE 'N'.
021700     88  TB-SQRTHLN-EOF                   VALUE 'Y'.
021800     88  TB-SQRTHLN-NOT-EOF               VALUE 'N'.
021900*
022000*    WHICH PART OF THE REPORT THE PAGE HEADING IS PRINTED FOR -
022100*    THE TABLE ITSELF, ONE OF THE TWO FOOT LISTS, OR THE RUN
022200*    TOTALS (NO TITLE BLOCK).
022300 77  TB-SECTION-SW               PIC X(01) VALUE 'T'.
022400     88  TB-SECTION-TABLE                 VALUE 'T'.
022500     88  TB-SECTION-REJECTS               VALUE 'R'.
022600     88  TB-SECTION-HELD                  VALUE 'H'.
022700     88  TB-SECTION-TOTALS                VALUE 'S'.
022800*
022900 77  TB-TABLE-PAGE-SW            PIC X(01) VALUE 'F'.
023000     88  TB-TABLE-FIRST-PAGE              VALUE 'F'.
023100     88  TB-TABLE-CONTINUED               VALUE 'C'.
023200*
023212*    SET BY 2400 WHILE A FOOT LIST'S CAPTION IS WAITING TO BE
023224*    PRINTED, SO A PAGE BREAK THERE LEAVES THE COLUMN HEADING TO
023236*    FOLLOW THE CAPTION RATHER THAN COME AHEAD OF IT.
023248 77  TB-CAPTION-SW               PIC X(01) VALUE 'N'.
023260     88  TB-CAPTION-PENDING               VALUE 'Y'.
023272     88  TB-CAPTION-PRINTED               VALUE 'N'.
023284*
023300 77  TB-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
023400 77  TB-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
023500 77  TB-LINES-PER-PAGE           PIC 9(2) USAGE COMP VALUE 50.
023600*
023700 77  TB-HDG-PAGE-ED              PIC ZZZ9.
023800 77  TB-HDG-CARD-ED              PIC ZZZ9.
023900 77  TB-HDG-START-ED             PIC -(8)9.9(9).
024000 77  TB-HDG-END-ED               PIC -(8)9.9(9).
024100 77  TB-HDG-STEP-ED              PIC Z(7)9.9(9).
024200 77  TB-HDG-DEGREE-ED            PIC Z9.
024300 77  TB-HDG-GEN-ED               PIC ZZZZZZZ9.
024400 77  TB-DET-S-ED                 PIC -(8)9.9(9).
024500 77  TB-DET-R-ED                 PIC -(8)9.9(9).
024600 77  TB-DET-CHECK-ED             PIC -(9)9.9(9).
024700 77  TB-DET-HELD-RUN-ED          PIC 9(6).
024800 77  TB-COUNT-ED                 PIC ZZZZZZZ9.
024900*
025000 PROCEDURE DIVISION.
025100*
025200 0000-MAINLINE.
025300*
025400     PERFORM 1100-READ-SQRTCTL THRU 1100-EXIT
025500     PERFORM 1200-CHECK-RELEASE THRU 1200-EXIT
025600*
025700     OPEN OUTPUT SQRTTBP-FILE
025800*
025900     OPEN INPUT SQRTRNX-FILE
026000     IF TB-RNX-STATUS-NOT-FOUND
026100         DISPLAY 'SQRTTAB - RANGE-CARD REGISTER (SQRTRNX) NOT '
026200             'FOUND - NO RANGE CARDS TO TABULATE'
026300         SET TB-SQRTRNX-EOF TO TRUE
026400     ELSE
026500         PERFORM 3900-READ-SQRTRNX THRU 3900-EXIT
026600     END-IF
026700*
026800     PERFORM 2000-PRINT-ONE-TABLE THRU 2000-EXIT
026900         UNTIL TB-SQRTRNX-EOF
027000*
027100     IF NOT TB-RNX-STATUS-NOT-FOUND
027200         CLOSE SQRTRNX-FILE
027300     END-IF
027400*
027500     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
027600*
027700     CLOSE SQRTTBP-FILE
027800*
027900     IF TB-SHORT-TABLES GREATER THAN ZERO
028000         MOVE TB-SHORT-TABLES TO TB-COUNT-ED
028100         DISPLAY 'SQRTTAB - ' TB-COUNT-ED ' TABLE(S) DO NOT '
028200             'ACCOUNT FOR EVERY GENERATED VALUE - SEE SQRTTBP'
028300         MOVE 4 TO RETURN-CODE
028400     END-IF
028500*
028600     GO TO 9999-TERMINATE.
028700*
028800*--------------------------------------------------------------*
028900*  1000-PRINT-HEADINGS - PAGE HEADING, THEN (FOR A TABLE OR     *
029000*  ITS FOOT LISTS) THE TITLE BLOCK OF THE CURRENT RANGE CARD    *
029100*  AND THE COLUMN HEADING OF WHATEVER IS PRINTING.  CALLED AT   *
029150*  THE START OF EACH TABLE AND WHENEVER A PAGE FILLS.  WHEN A   *
029200*  FOOT LIST BREAKS THE PAGE BEFORE ITS CAPTION, THE COLUMN     *
029250*  HEADING IS LEFT FOR 2400 TO PRINT UNDER THE CAPTION.         *
029300*--------------------------------------------------------------*
029400 1000-PRINT-HEADINGS.
029500*
029600     ADD 1 TO TB-PAGE-COUNT
029700     MOVE TB-PAGE-COUNT TO TB-HDG-PAGE-ED
029800*
029900     MOVE SPACES TO TB-PRINT-LINE
030000     STRING '          ROOT TABLES FOR RANGE REQUESTS - RUN '
030100         TB-RUN-NUMBER
030200         '                              PAGE ' TB-HDG-PAGE-ED
030300         DELIMITED BY SIZE INTO TB-PRINT-LINE
030400     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
030500         AFTER ADVANCING PAGE
030600*
030700     MOVE SPACES TO TB-PRINT-LINE
030800     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
030900         AFTER ADVANCING 1 LINE
031000     MOVE ZERO TO TB-LINE-COUNT
031100*
031200     IF TB-SECTION-TOTALS
031300         GO TO 1000-EXIT
031400     END-IF
031500*
031600     PERFORM 1050-PRINT-TITLE-BLOCK THRU 1050-EXIT
031620*
031640     IF TB-CAPTION-PENDING
031660         GO TO 1000-EXIT
031680     END-IF
031700*
031800     MOVE SPACES TO TB-PRINT-LINE
031900     EVALUATE TRUE
032000         WHEN TB-SECTION-TABLE
032100             STRING '                    S'
032200                 '                     R'
032300                 '            R ** DEGREE'
032400                 DELIMITED BY SIZE INTO TB-PRINT-LINE
032500         WHEN TB-SECTION-REJECTS
032600             STRING '                    S   REASON REJECTED'
032700                 DELIMITED BY SIZE INTO TB-PRINT-LINE
032800         WHEN TB-SECTION-HELD
032900             STRING '                    S   HELD OVER QUOTA BY'
033000                 DELIMITED BY SIZE INTO TB-PRINT-LINE
033100     END-EVALUATE
033200     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
033300         AFTER ADVANCING 1 LINE
033400*
033500     MOVE SPACES TO TB-PRINT-LINE
033600     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
033700         AFTER ADVANCING 1 LINE
033800*
033900     MOVE ZERO TO TB-LINE-COUNT.
034000*
034100 1000-EXIT.
034200     EXIT.
034300*
034400*--------------------------------------------------------------*
034500*  1050-PRINT-TITLE-BLOCK - THE RANGE CARD AS SQRTGEN EDITED    *
034600*  IT.  REPEATED ON EVERY PAGE OF THE TABLE, MARKED CONTINUED   *
034700*  AFTER THE FIRST.                                             *
034800*--------------------------------------------------------------*
034900 1050-PRINT-TITLE-BLOCK.
035000*
035100     MOVE SQRTRNX-RANGE-CARD TO TB-HDG-CARD-ED
035200     MOVE SQRTRNX-START TO TB-HDG-START-ED
035300     MOVE SQRTRNX-END TO TB-HDG-END-ED
035400     MOVE SQRTRNX-STEP TO TB-HDG-STEP-ED
035500     MOVE SQRTRNX-DEGREE TO TB-HDG-DEGREE-ED
035600*
035700     MOVE SPACES TO TB-PRINT-LINE
035800     IF TB-TABLE-FIRST-PAGE
035900         STRING '  RANGE CARD ' TB-HDG-CARD-ED
036000             DELIMITED BY SIZE INTO TB-PRINT-LINE
036100         SET TB-TABLE-CONTINUED TO TRUE
036200     ELSE
036300         STRING '  RANGE CARD ' TB-HDG-CARD-ED ' (CONTINUED)'
036400             DELIMITED BY SIZE INTO TB-PRINT-LINE
036500     END-IF
036600     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
036700         AFTER ADVANCING 1 LINE
036800*
036900     MOVE SPACES TO TB-PRINT-LINE
037000     STRING '  REQUESTER  ' SQRTRNX-REQ-ID
037100         DELIMITED BY SIZE INTO TB-PRINT-LINE
037200     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
037300         AFTER ADVANCING 1 LINE
037400*
037500     MOVE SPACES TO TB-PRINT-LINE
037600     STRING '  START      ' TB-HDG-START-ED
037700         DELIMITED BY SIZE INTO TB-PRINT-LINE
037800     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
037900         AFTER ADVANCING 1 LINE
038000*
038100     MOVE SPACES TO TB-PRINT-LINE
038200     STRING '  END        ' TB-HDG-END-ED
038300         DELIMITED BY SIZE INTO TB-PRINT-LINE
038400     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
038500         AFTER ADVANCING 1 LINE
038600*
038700     MOVE SPACES TO TB-PRINT-LINE
038800     STRING '  STEP        ' TB-HDG-STEP-ED
038900         DELIMITED BY SIZE INTO TB-PRINT-LINE
039000     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
039100         AFTER ADVANCING 1 LINE
039200*
039300     MOVE SPACES TO TB-PRINT-LINE
039400     STRING '  DEGREE     ' TB-HDG-DEGREE-ED
039500         DELIMITED BY SIZE INTO TB-PRINT-LINE
039600     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
039700         AFTER ADVANCING 1 LINE
039800*
039900     MOVE SPACES TO TB-PRINT-LINE
040000     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
040100         AFTER ADVANCING 1 LINE.
040200*
040300 1050-EXIT.
040400     EXIT.
040500*
040600*--------------------------------------------------------------*
040700*  1100-READ-SQRTCTL - THE RUN NUMBER WHOSE OUTPUT IS TO BE     *
040800*  TABULATED, FROM THE SAME CARD SQRTBAT READS.                 *
040900*--------------------------------------------------------------*
041000 1100-READ-SQRTCTL.
041100*
041200     OPEN INPUT SQRTCTL-FILE
041300*
041400     IF TB-CTL-STATUS-OK
041500         READ SQRTCTL-FILE
041600             AT END
041700                 CONTINUE
041800         END-READ
041900         IF TB-CTL-STATUS-OK
041950             IF SQRTCTL-RUN-NUMBER NUMERIC
042000                 MOVE SQRTCTL-RUN-NUMBER TO TB-RUN-NUMBER
042050             END-IF
042100         END-IF
042200         CLOSE SQRTCTL-FILE
042300     END-IF.
042400*
042500 1100-EXIT.
042600     EXIT.
042700*
042800*--------------------------------------------------------------*
042900*  1200-CHECK-RELEASE - SQRTOUT AND SQRTERR ARE NOT PUBLISHED   *
043000*  UNTIL SQRTBAL HAS PROVED THEM.  THE RUN'S SQRTSTC RECORD     *
043100*  MUST SHOW SQRTBAL COMPLETED (WHICH SQRTSTP RECORDS ONLY FOR  *
043200*  A RETURN CODE BELOW 8); OTHERWISE THE REPORT ENDS WITH       *
043300*  RETURN CODE 16 BEFORE PRINTING ANYTHING.                     *
043400*--------------------------------------------------------------*
043500 1200-CHECK-RELEASE.
043600*
043700     IF TB-RUN-NUMBER EQUAL ZERO
043800         DISPLAY 'SQRTTAB - NO RUN NUMBER ON SQRTCTL - CANNOT '
043900             'TELL WHICH RUN TO TABULATE'
044000         MOVE 16 TO RETURN-CODE
044100         GO TO 9999-TERMINATE
044200     END-IF
044300*
044400     OPEN INPUT SQRTSTC-FILE
044500     IF NOT TB-STC-STATUS-OK
044600         DISPLAY 'SQRTTAB - STEP CONTROL (SQRTSTC) NOT '
044700             'AVAILABLE, STATUS=' TB-STC-STATUS
044800             ' - TABLES NOT PRINTED'
044900         MOVE 16 TO RETURN-CODE
045000         GO TO 9999-TERMINATE
045100     END-IF
045200*
045300     MOVE TB-RUN-NUMBER TO SQRTSTC-RUN-NO
045400     READ SQRTSTC-FILE
045500         INVALID KEY
045600             DISPLAY 'SQRTTAB - RUN ' TB-RUN-NUMBER
045700                 ' HAS NO STEP-CONTROL RECORD - TABLES NOT '
045800                 'PRINTED'
045900             CLOSE SQRTSTC-FILE
046000             MOVE 16 TO RETURN-CODE
046100             GO TO 9999-TERMINATE
046200     END-READ
046300     CLOSE SQRTSTC-FILE
046400*
046500     MOVE ZERO TO TB-STEP-FOUND-X
046600     PERFORM 1250-MATCH-ONE-STEP THRU 1250-EXIT
046700         VARYING TB-STEP-X FROM 1 BY 1
046800         UNTIL TB-STEP-X GREATER THAN TB-STEP-COUNT
046900            OR TB-STEP-FOUND-X GREATER THAN ZERO
047000*
047100     IF TB-STEP-FOUND-X EQUAL ZERO
047200         DISPLAY 'SQRTTAB - ' TB-RELEASING-STEP ' IS NOT IN THE '
047300             'STREAM ON SQRTSTC - TABLES NOT PRINTED'
047400         MOVE 16 TO RETURN-CODE
047500         GO TO 9999-TERMINATE
047600     END-IF
047700*
047800     IF NOT SQRTSTC-COMPLETED(TB-STEP-FOUND-X)
047900         DISPLAY 'SQRTTAB - ' TB-RELEASING-STEP ' HAS NOT '
048000             'RELEASED SQRTOUT FOR RUN ' TB-RUN-NUMBER
048100             ' - TABLES NOT PRINTED'
048200         MOVE 16 TO RETURN-CODE
048300         GO TO 9999-TERMINATE
048400     END-IF.
048500*
048600 1200-EXIT.
048700     EXIT.
048800*
048900 1250-MATCH-ONE-STEP.
049000*
049100     IF SQRTSTC-STEP-NAME(TB-STEP-X) EQUAL TB-RELEASING-STEP
049200         MOVE TB-STEP-X TO TB-STEP-FOUND-X
049300     END-IF.
049400*
049500 1250-EXIT.
049600     EXIT.
049700*
049800*--------------------------------------------------------------*
049900*  2000-PRINT-ONE-TABLE - ONE REGISTER ENTRY: THE TABLE OF      *
050000*  ROOTS FROM SQRTOUT, THEN THE FOOT LISTS FROM SQRTERR AND     *
050100*  SQRTHLN, THEN THE PROOF THAT EVERY VALUE IS ACCOUNTED FOR.   *
050200*  AN ENTRY LEFT FROM ANOTHER RUN (SQRTGEN NOT RUN FOR THIS     *
050300*  ONE) IS COUNTED AND PASSED OVER.                             *
050400*--------------------------------------------------------------*
050500 2000-PRINT-ONE-TABLE.
050600*
050700     ADD 1 TO TB-RNX-READ
050800*
050900     IF SQRTRNX-RANGE-RUN NOT EQUAL TB-RUN-NUMBER
051000         ADD 1 TO TB-RNX-OTHER-RUN
051100         PERFORM 3900-READ-SQRTRNX THRU 3900-EXIT
051200         GO TO 2000-EXIT
051300     END-IF
051400*
051500     ADD 1 TO TB-TABLE-COUNT
051600     MOVE ZERO TO TB-TAB-ROOTS
051700     MOVE ZERO TO TB-TAB-REJECTS
051800     MOVE ZERO TO TB-TAB-HELD
051900*
052000     SET TB-SECTION-TABLE TO TRUE
052100     SET TB-TABLE-FIRST-PAGE TO TRUE
052200     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
052300*
052400     PERFORM 2100-LIST-ROOTS THRU 2100-EXIT
052500     PERFORM 2300-LIST-REJECTS THRU 2300-EXIT
052600     PERFORM 2500-LIST-HELD THRU 2500-EXIT
052700     PERFORM 2700-PRINT-TABLE-FOOT THRU 2700-EXIT
052800*
052900     ADD TB-TAB-ROOTS TO TB-TOT-ROOTS
053000     ADD TB-TAB-REJECTS TO TB-TOT-REJECTS
053100     ADD TB-TAB-HELD TO TB-TOT-HELD
053200*
053300     PERFORM 3900-READ-SQRTRNX THRU 3900-EXIT.
053400*
053500 2000-EXIT.
053600     EXIT.
053700*
053800*--------------------------------------------------------------*
053900*  2100-LIST-ROOTS - ONE PASS OF SQRTOUT, PRINTING EVERY        *
054000*  DETAIL THAT CARRIES THIS CARD'S TAG.                         *
054100*--------------------------------------------------------------*
054200 2100-LIST-ROOTS.
054300*
054400     OPEN INPUT SQRTOUT-FILE
054500     IF TB-OUT-STATUS-NOT-FOUND
054600         GO TO 2100-EXIT
054700     END-IF
054800*
054900     SET TB-SQRTOUT-NOT-EOF TO TRUE
055000     PERFORM 2190-READ-SQRTOUT THRU 2190-EXIT
055100     PERFORM 2150-LIST-ONE-ROOT THRU 2150-EXIT
055200         UNTIL TB-SQRTOUT-EOF
055300*
055400     CLOSE SQRTOUT-FILE.
055500*
055600 2100-EXIT.
055700     EXIT.
055800*
055900 2150-LIST-ONE-ROOT.
056000*
056100     IF NOT SQRTOUT-DETAIL
056200        OR SQRTOUT-RANGE-TAG NOT EQUAL SQRTRNX-RANGE-TAG
056300         PERFORM 2190-READ-SQRTOUT THRU 2190-EXIT
056400         GO TO 2150-EXIT
056500     END-IF
056600*
056700     IF TB-LINE-COUNT NOT LESS THAN TB-LINES-PER-PAGE
056800         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
056900     END-IF
057000*
057100     SET TB-CHECK-OK TO TRUE
057200     COMPUTE TB-CHECK ROUNDED = SQRTOUT-R ** SQRTOUT-DEGREE
057300         ON SIZE ERROR
057400             SET TB-CHECK-OVERFLOW TO TRUE
057500     END-COMPUTE
057600*
057700     MOVE SQRTOUT-S TO TB-DET-S-ED
057800     MOVE SQRTOUT-R TO TB-DET-R-ED
057900     MOVE SPACES TO TB-PRINT-LINE
058000     IF TB-CHECK-OVERFLOW
058100         STRING '  ' TB-DET-S-ED '   ' TB-DET-R-ED
058200             '   *** TOO LARGE'
058300             DELIMITED BY SIZE INTO TB-PRINT-LINE
058400     ELSE
058500         MOVE TB-CHECK TO TB-DET-CHECK-ED
058600         STRING '  ' TB-DET-S-ED '   ' TB-DET-R-ED
058700             '   ' TB-DET-CHECK-ED
058800             DELIMITED BY SIZE INTO TB-PRINT-LINE
058900     END-IF
059000     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
059100         AFTER ADVANCING 1 LINE
059200     ADD 1 TO TB-LINE-COUNT
059300     ADD 1 TO TB-TAB-ROOTS
059400*
059500     PERFORM 2190-READ-SQRTOUT THRU 2190-EXIT.
059600*
059700 2150-EXIT.
059800     EXIT.
059900*
060000 2190-READ-SQRTOUT.
060100*
060200     READ SQRTOUT-FILE
060300         AT END
060400             SET TB-SQRTOUT-EOF TO TRUE
060500     END-READ.
060600*
060700 2190-EXIT.
060800     EXIT.
060900*
061000*--------------------------------------------------------------*
061100*  2300-LIST-REJECTS - ONE PASS OF SQRTERR.  THE FIRST REJECT   *
061200*  CARRYING THIS CARD'S TAG STARTS THE FOOT LIST.               *
061300*--------------------------------------------------------------*
061400 2300-LIST-REJECTS.
061500*
061600     OPEN INPUT SQRTERR-FILE
061700     IF TB-ERR-STATUS-NOT-FOUND
061800         GO TO 2300-EXIT
061900     END-IF
062000*
062100     SET TB-SQRTERR-NOT-EOF TO TRUE
062200     PERFORM 2390-READ-SQRTERR THRU 2390-EXIT
062300     PERFORM 2350-LIST-ONE-REJECT THRU 2350-EXIT
062400         UNTIL TB-SQRTERR-EOF
062500*
062600     CLOSE SQRTERR-FILE.
062700*
062800 2300-EXIT.
062900     EXIT.
063000*
063100 2350-LIST-ONE-REJECT.
063200*
063300     IF NOT SQRTERR-DETAIL
063400        OR SQRTERR-RANGE-TAG NOT EQUAL SQRTRNX-RANGE-TAG
063500         PERFORM 2390-READ-SQRTERR THRU 2390-EXIT
063600         GO TO 2350-EXIT
063700     END-IF
063800*
063900     IF TB-TAB-REJECTS EQUAL ZERO
064000         SET TB-SECTION-REJECTS TO TRUE
064100         PERFORM 2400-START-FOOT-LIST THRU 2400-EXIT
064200     END-IF
064300*
064400     IF TB-LINE-COUNT NOT LESS THAN TB-LINES-PER-PAGE
064500         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
064600     END-IF
064700*
064800     MOVE SQRTERR-S TO TB-DET-S-ED
064900     MOVE SPACES TO TB-PRINT-LINE
065000     STRING '  ' TB-DET-S-ED '   ' SQRTERR-MSG
065100         DELIMITED BY SIZE INTO TB-PRINT-LINE
065200     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
065300         AFTER ADVANCING 1 LINE
065400     ADD 1 TO TB-LINE-COUNT
065500     ADD 1 TO TB-TAB-REJECTS
065600*
065700     PERFORM 2390-READ-SQRTERR THRU 2390-EXIT.
065800*
065900 2350-EXIT.
066000     EXIT.
066100*
066200 2390-READ-SQRTERR.
066300*
066400     READ SQRTERR-FILE
066500         AT END
066600             SET TB-SQRTERR-EOF TO TRUE
066700     END-READ.
066800*
066900 2390-EXIT.
067000     EXIT.
067100*
067200*--------------------------------------------------------------*
067300*  2400-START-FOOT-LIST - CAPTION AND COLUMN HEADING FOR A      *
067350*  FOOT LIST, KEPT ON THE SAME PAGE AS ITS FIRST LINE.  IF A    *
067400*  NEW PAGE IS NEEDED ITS HEADINGS STOP AT THE TITLE BLOCK AND  *
067450*  THE CAPTION AND COLUMN HEADING FOLLOW AS USUAL.              *
067500*--------------------------------------------------------------*
067600 2400-START-FOOT-LIST.
067700*
067800     IF TB-LINE-COUNT + 5 GREATER THAN TB-LINES-PER-PAGE
067875         SET TB-CAPTION-PENDING TO TRUE
067950         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
068025         SET TB-CAPTION-PRINTED TO TRUE
068100     END-IF
068200*
068300     MOVE SPACES TO TB-PRINT-LINE
068400     IF TB-SECTION-REJECTS
068500         MOVE '  VALUES FROM THIS RANGE REJECTED TO SQRTERR'
068600             TO TB-PRINT-LINE
068700     ELSE
068800         STRING '  VALUES FROM THIS RANGE HELD OVER QUOTA - '
068900             'NOT YET RUN'
069000             DELIMITED BY SIZE INTO TB-PRINT-LINE
069100     END-IF
069200     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
069300         AFTER ADVANCING 2 LINES
069400*
069500     MOVE SPACES TO TB-PRINT-LINE
069600     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
069700         AFTER ADVANCING 1 LINE
069800*
069900     MOVE SPACES TO TB-PRINT-LINE
070000     IF TB-SECTION-REJECTS
070100         STRING '                    S   REASON REJECTED'
070200             DELIMITED BY SIZE INTO TB-PRINT-LINE
070300     ELSE
070400         STRING '                    S   HELD OVER QUOTA BY'
070500             DELIMITED BY SIZE INTO TB-PRINT-LINE
070600     END-IF
070700     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
070800         AFTER ADVANCING 1 LINE
070900     ADD 4 TO TB-LINE-COUNT.
071000*
071100 2400-EXIT.
071200     EXIT.
071300*
071400*--------------------------------------------------------------*
071500*  2500-LIST-HELD - ONE PASS OF THE HELD FILE SQRTQTA WROTE     *
071600*  THIS RUN, IF THE QUOTA STEP RAN.  A VALUE FROM THIS CARD     *
071700*  HELD OVER QUOTA HAS NOT BEEN COMPUTED YET; IT WILL COME      *
071800*  THROUGH SQRTBAT WHEN THE HOLD IS RELEASED.                   *
071900*--------------------------------------------------------------*
072000 2500-LIST-HELD.
072100*
072200     OPEN INPUT SQRTHLN-FILE
072300     IF TB-HLN-STATUS-NOT-FOUND
072400         GO TO 2500-EXIT
072500     END-IF
072600*
072700     SET TB-SQRTHLN-NOT-EOF TO TRUE
072800     PERFORM 2590-READ-SQRTHLN THRU 2590-EXIT
072900     PERFORM 2550-LIST-ONE-HELD THRU 2550-EXIT
073000         UNTIL TB-SQRTHLN-EOF
073100*
073200     CLOSE SQRTHLN-FILE.
073300*
073400 2500-EXIT.
073500     EXIT.
073600*
073700 2550-LIST-ONE-HELD.
073800*
073900     IF SQRTHLN-RANGE-TAG NOT EQUAL SQRTRNX-RANGE-TAG
074000         PERFORM 2590-READ-SQRTHLN THRU 2590-EXIT
074100         GO TO 2550-EXIT
074200     END-IF
074300*
074400     IF TB-TAB-HELD EQUAL ZERO
074500         SET TB-SECTION-HELD TO TRUE
074600         PERFORM 2400-START-FOOT-LIST THRU 2400-EXIT
074700     END-IF
074800*
074900     IF TB-LINE-COUNT NOT LESS THAN TB-LINES-PER-PAGE
075000         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
075100     END-IF
075200*
075300     MOVE SQRTHLN-S TO TB-DET-S-ED
075400     MOVE SQRTHLN-HELD-RUN TO TB-DET-HELD-RUN-ED
075500     MOVE SPACES TO TB-PRINT-LINE
075600     STRING '  ' TB-DET-S-ED '   DEPARTMENT ' SQRTHLN-PREFIX
075700         '  SINCE RUN ' TB-DET-HELD-RUN-ED
075800         DELIMITED BY SIZE INTO TB-PRINT-LINE
075900     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
076000         AFTER ADVANCING 1 LINE
076100     ADD 1 TO TB-LINE-COUNT
076200     ADD 1 TO TB-TAB-HELD
076300*
076400     PERFORM 2590-READ-SQRTHLN THRU 2590-EXIT.
076500*
076600 2550-EXIT.
076700     EXIT.
076800*
076900 2590-READ-SQRTHLN.
077000*
077100     READ SQRTHLN-FILE
077200         AT END
077300             SET TB-SQRTHLN-EOF TO TRUE
077400     END-READ.
077500*
077600 2590-EXIT.
077700     EXIT.
077800*
077900*--------------------------------------------------------------*
078000*  2700-PRINT-TABLE-FOOT - VALUES GENERATED FROM THE CARD       *
078100*  AGAINST VALUES TABULATED, REJECTED AND HELD.  A SHORTFALL    *
078200*  IS FLAGGED, AS IS A CARD SQRTGEN STOPPED AT ITS PER-CARD     *
078300*  LIMIT BEFORE THE END VALUE WAS REACHED.                      *
078400*--------------------------------------------------------------*
078500 2700-PRINT-TABLE-FOOT.
078600*
078700     SET TB-SECTION-TABLE TO TRUE
078800     IF TB-LINE-COUNT + 8 GREATER THAN TB-LINES-PER-PAGE
078900         PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
079000     END-IF
079100*
079200     COMPUTE TB-TAB-ACCOUNTED =
079300         TB-TAB-ROOTS + TB-TAB-REJECTS + TB-TAB-HELD
079400     IF TB-TAB-ACCOUNTED LESS THAN SQRTRNX-GENERATED
079500         COMPUTE TB-TAB-MISSING =
079600             SQRTRNX-GENERATED - TB-TAB-ACCOUNTED
079700         ADD TB-TAB-MISSING TO TB-TOT-MISSING
079800         ADD 1 TO TB-SHORT-TABLES
079900     ELSE
080000         MOVE ZERO TO TB-TAB-MISSING
080100     END-IF
080200*
080300     MOVE SQRTRNX-GENERATED TO TB-COUNT-ED
080400     MOVE SPACES TO TB-PRINT-LINE
080500     STRING '  VALUES GENERATED FROM CARD. ' TB-COUNT-ED
080600         DELIMITED BY SIZE INTO TB-PRINT-LINE
080700     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
080800         AFTER ADVANCING 2 LINES
080900*
081000     MOVE TB-TAB-ROOTS TO TB-COUNT-ED
081100     MOVE SPACES TO TB-PRINT-LINE
081200     STRING '  ROOTS TABULATED . . . . . . ' TB-COUNT-ED
081300         DELIMITED BY SIZE INTO TB-PRINT-LINE
081400     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
081500         AFTER ADVANCING 1 LINE
081600*
081700     MOVE TB-TAB-REJECTS TO TB-COUNT-ED
081800     MOVE SPACES TO TB-PRINT-LINE
081900     STRING '  REJECTED TO SQRTERR . . . . ' TB-COUNT-ED
082000         DELIMITED BY SIZE INTO TB-PRINT-LINE
082100     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
082200         AFTER ADVANCING 1 LINE
082300*
082400     MOVE TB-TAB-HELD TO TB-COUNT-ED
082500     MOVE SPACES TO TB-PRINT-LINE
082600     STRING '  HELD OVER QUOTA . . . . . . ' TB-COUNT-ED
082700         DELIMITED BY SIZE INTO TB-PRINT-LINE
082800     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
082900         AFTER ADVANCING 1 LINE
083000     ADD 5 TO TB-LINE-COUNT
083100*
083200     IF TB-TAB-MISSING GREATER THAN ZERO
083300         MOVE TB-TAB-MISSING TO TB-COUNT-ED
083400         MOVE SPACES TO TB-PRINT-LINE
083500         STRING '  *** NOT ACCOUNTED FOR . . . ' TB-COUNT-ED
083600             DELIMITED BY SIZE INTO TB-PRINT-LINE
083700         WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
083800             AFTER ADVANCING 1 LINE
083900         ADD 1 TO TB-LINE-COUNT
084000     END-IF
084100*
084200     IF SQRTRNX-LIMIT-HIT
084300         MOVE SPACES TO TB-PRINT-LINE
084400         STRING '  *** SQRTGEN STOPPED THIS CARD AT ITS PER-CARD '
084500             'LIMIT - THE END VALUE WAS NOT REACHED'
084600             DELIMITED BY SIZE INTO TB-PRINT-LINE
084700         WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
084800             AFTER ADVANCING 1 LINE
084900         ADD 1 TO TB-LINE-COUNT
085000     END-IF.
085100*
085200 2700-EXIT.
085300     EXIT.
085400*
085500 3900-READ-SQRTRNX.
085600*
085700     READ SQRTRNX-FILE
085800         AT END
085900             SET TB-SQRTRNX-EOF TO TRUE
086000     END-READ.
086100*
086200 3900-EXIT.
086300     EXIT.
086400*
086500*--------------------------------------------------------------*
086600*  7000-PRINT-TOTALS - TABLES PRINTED AND THE VALUES IN THEM,   *
086700*  ON A PAGE OF THEIR OWN.                                      *
086800*--------------------------------------------------------------*
086900 7000-PRINT-TOTALS.
087000*
087100     SET TB-SECTION-TOTALS TO TRUE
087200     PERFORM 1000-PRINT-HEADINGS THRU 1000-EXIT
087300*
087400     MOVE TB-RNX-READ TO TB-COUNT-ED
087500     MOVE SPACES TO TB-PRINT-LINE
087600     STRING 'RANGE CARDS ON SQRTRNX . . . ' TB-COUNT-ED
087700         DELIMITED BY SIZE INTO TB-PRINT-LINE
087800     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
087900         AFTER ADVANCING 1 LINE
088000*
088100     MOVE TB-RNX-OTHER-RUN TO TB-COUNT-ED
088200     MOVE SPACES TO TB-PRINT-LINE
088300     STRING 'CARDS FROM ANOTHER RUN . . . ' TB-COUNT-ED
088400         DELIMITED BY SIZE INTO TB-PRINT-LINE
088500     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
088600         AFTER ADVANCING 1 LINE
088700*
088800     MOVE TB-TABLE-COUNT TO TB-COUNT-ED
088900     MOVE SPACES TO TB-PRINT-LINE
089000     STRING 'TABLES PRINTED . . . . . . . ' TB-COUNT-ED
089100         DELIMITED BY SIZE INTO TB-PRINT-LINE
089200     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
089300         AFTER ADVANCING 1 LINE
089400*
089500     MOVE TB-TOT-ROOTS TO TB-COUNT-ED
089600     MOVE SPACES TO TB-PRINT-LINE
089700     STRING 'ROOTS TABULATED. . . . . . . ' TB-COUNT-ED
089800         DELIMITED BY SIZE INTO TB-PRINT-LINE
089900     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
090000         AFTER ADVANCING 1 LINE
090100*
090200     MOVE TB-TOT-REJECTS TO TB-COUNT-ED
090300     MOVE SPACES TO TB-PRINT-LINE
090400     STRING 'VALUES REJECTED TO SQRTERR . ' TB-COUNT-ED
090500         DELIMITED BY SIZE INTO TB-PRINT-LINE
090600     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
090700         AFTER ADVANCING 1 LINE
090800*
090900     MOVE TB-TOT-HELD TO TB-COUNT-ED
091000     MOVE SPACES TO TB-PRINT-LINE
091100     STRING 'VALUES HELD OVER QUOTA . . . ' TB-COUNT-ED
091200         DELIMITED BY SIZE INTO TB-PRINT-LINE
091300     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
091400         AFTER ADVANCING 1 LINE
091500*
091600     MOVE TB-TOT-MISSING TO TB-COUNT-ED
091700     MOVE SPACES TO TB-PRINT-LINE
091800     STRING 'VALUES NOT ACCOUNTED FOR . . ' TB-COUNT-ED
091900         DELIMITED BY SIZE INTO TB-PRINT-LINE
092000     WRITE SQRTTBP-RECORD FROM TB-PRINT-LINE
092100         AFTER ADVANCING 1 LINE.
092200*
092300 7000-EXIT.
092400     EXIT.
092500*
092600 9999-TERMINATE.
092700     STOP RUN.
