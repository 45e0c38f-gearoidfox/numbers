002200*  AS BATCH.  THE LOG RECORD LENGTH CHANGED WHEN THE MARKER     *
002300*  WAS ADDED, SO A LOG WRITTEN BEFORE THEN MUST BE CONVERTED    *
002400*  (OR STARTED FRESH) BEFORE THIS REPORT CAN READ IT.           *
002420*                                                               *
002440*  INTERACTIVE WORK IS FURTHER SPLIT ON THE MASTER ACTION: 'H'  *
002460*  (ROOT SHOWN FROM SQRTMST) COUNTS AS I-MST; ANYTHING ELSE WAS *
002480*  COMPUTED AND COUNTS AS I-CALC.                               *
002500*--------------------------------------------------------------*
002600*
002700*--------------------------------------------------------------*
003000*  22/08/2026  DOK  ORIGINAL PROGRAM.                           *
003100*  22/08/2026  DOK  SQRTLOG GAINED A REQUESTER-ID FIELD;        *
003200*                   LAYOUT KEPT IN STEP (NOT REPORTED ON).      *
003210*  15/10/2026  DOK  SQRTLOG GAINED DEGREE, MASTER-ACTION AND    *
003220*                   TOLERANCE FIELDS; LAYOUT KEPT IN STEP.      *
003233*  15/10/2026  DOK  INTERACTIVE WORK IS NOW SPLIT INTO ROOTS    *
003246*                   TAKEN FROM SQRTMST (MASTER ACTION 'H') AND  *
003259*                   ROOTS COMPUTED, NOW THAT SQRTMENU LOOKS UP  *
003272*                   THE MASTER FIRST.  NEW I-MST AND I-CALC     *
003285*                   COLUMNS AND TOTAL LINES.                    *
003300*--------------------------------------------------------------*
003400*
003500 ENVIRONMENT DIVISION.
005500     05  SQRTLOG-ITER           PIC 9(4).
005600     05  SQRTLOG-ORIGIN         PIC X(01).
005700     05  SQRTLOG-REQ-ID         PIC X(8).
005710     05  SQRTLOG-DEGREE         PIC 9(2).
005720     05  SQRTLOG-MST-ACTION     PIC X(01).
005730     05  SQRTLOG-TOLERANCE      PIC S9(8)V9(09).
005800*
005900 FD  SQRTACT-FILE
006000     RECORDING MODE IS F.
007500 77  SA-DAY-COUNT                PIC 9(6) USAGE COMP VALUE ZERO.
007600 77  SA-DAY-BATCH                PIC 9(6) USAGE COMP VALUE ZERO.
007700 77  SA-DAY-INTER                PIC 9(6) USAGE COMP VALUE ZERO.
007750 77  SA-DAY-IHIT                 PIC 9(6) USAGE COMP VALUE ZERO.
007800 77  SA-DAY-ITER-SUM             PIC 9(9) USAGE COMP VALUE ZERO.
007900 77  SA-DAY-ITER-MIN             PIC 9(4) USAGE COMP VALUE 9999.
008000 77  SA-DAY-ITER-MAX             PIC 9(4) USAGE COMP VALUE ZERO.
008200 77  SA-MTD-COUNT                PIC 9(6) USAGE COMP VALUE ZERO.
008300 77  SA-MTD-BATCH                PIC 9(6) USAGE COMP VALUE ZERO.
008400 77  SA-MTD-INTER                PIC 9(6) USAGE COMP VALUE ZERO.
008450 77  SA-MTD-IHIT                 PIC 9(6) USAGE COMP VALUE ZERO.
008500 77  SA-MTD-ITER-SUM             PIC 9(9) USAGE COMP VALUE ZERO.
008600 77  SA-MTD-ITER-MIN             PIC 9(4) USAGE COMP VALUE 9999.
008700 77  SA-MTD-ITER-MAX             PIC 9(4) USAGE COMP VALUE ZERO.
008900 77  SA-TOT-COUNT                PIC 9(8) USAGE COMP VALUE ZERO.
009000 77  SA-TOT-BATCH                PIC 9(8) USAGE COMP VALUE ZERO.
009100 77  SA-TOT-INTER                PIC 9(8) USAGE COMP VALUE ZERO.
009150 77  SA-TOT-IHIT                 PIC 9(8) USAGE COMP VALUE ZERO.
009200*
009300 77  SA-ITER-AVG                 PIC 9(4)V99 USAGE COMP.
009350 77  SA-ICALC                    PIC 9(8) USAGE COMP VALUE ZERO.
009400*
009500 77  SA-PAGE-COUNT               PIC 9(4) USAGE COMP VALUE ZERO.
009600 77  SA-LINE-COUNT               PIC 9(2) USAGE COMP VALUE ZERO.
010100 77  SA-DET-COUNT-ED             PIC ZZZZZ9.
010200 77  SA-DET-BATCH-ED             PIC ZZZZZ9.
010300 77  SA-DET-INTER-ED             PIC ZZZZZ9.
010333 77  SA-DET-IHIT-ED              PIC ZZZZZ9.
010366 77  SA-DET-ICALC-ED             PIC ZZZZZ9.
010400 77  SA-DET-AVG-ED               PIC ZZZ9.99.
010500 77  SA-DET-MIN-ED               PIC ZZZ9.
010600 77  SA-DET-MAX-ED               PIC ZZZ9.
016700         AFTER ADVANCING 1 LINE
016800*
016900     MOVE SPACES TO SA-PRINT-LINE
017000     STRING '      DATE      CALCS   BATCH   INTER   I-MST'
017100         '  I-CALC   AVG ITER   MIN   MAX'
017200         DELIMITED BY SIZE INTO SA-PRINT-LINE
017300     WRITE SQRTACT-RECORD FROM SA-PRINT-LINE
017400         AFTER ADVANCING 1 LINE
020800         ADD 1 TO SA-DAY-INTER
020900         ADD 1 TO SA-MTD-INTER
021000         ADD 1 TO SA-TOT-INTER
021016         IF SQRTLOG-MST-ACTION EQUAL 'H'
021032             ADD 1 TO SA-DAY-IHIT
021048             ADD 1 TO SA-MTD-IHIT
021064             ADD 1 TO SA-TOT-IHIT
021080         END-IF
021100     ELSE
021200         ADD 1 TO SA-DAY-BATCH
021300         ADD 1 TO SA-MTD-BATCH
025600     MOVE SA-DAY-COUNT TO SA-DET-COUNT-ED
025700     MOVE SA-DAY-BATCH TO SA-DET-BATCH-ED
025800     MOVE SA-DAY-INTER TO SA-DET-INTER-ED
025825     MOVE SA-DAY-IHIT TO SA-DET-IHIT-ED
025850     SUBTRACT SA-DAY-IHIT FROM SA-DAY-INTER GIVING SA-ICALC
025875     MOVE SA-ICALC TO SA-DET-ICALC-ED
025900     MOVE SA-ITER-AVG TO SA-DET-AVG-ED
026000     MOVE SA-DAY-ITER-MIN TO SA-DET-MIN-ED
026100     MOVE SA-DAY-ITER-MAX TO SA-DET-MAX-ED
026300     MOVE SPACES TO SA-PRINT-LINE
026400     STRING '  ' SA-DET-DATE-ED '   ' SA-DET-COUNT-ED
026500         '  ' SA-DET-BATCH-ED '  ' SA-DET-INTER-ED
026550         '  ' SA-DET-IHIT-ED '  ' SA-DET-ICALC-ED
026600         '    ' SA-DET-AVG-ED '  ' SA-DET-MIN-ED
026700         '  ' SA-DET-MAX-ED
026800         DELIMITED BY SIZE INTO SA-PRINT-LINE
027300     MOVE ZERO TO SA-DAY-COUNT
027400     MOVE ZERO TO SA-DAY-BATCH
027500     MOVE ZERO TO SA-DAY-INTER
027550     MOVE ZERO TO SA-DAY-IHIT
027600     MOVE ZERO TO SA-DAY-ITER-SUM
027700     MOVE 9999 TO SA-DAY-ITER-MIN
027800     MOVE ZERO TO SA-DAY-ITER-MAX.
030200     MOVE SA-MTD-COUNT TO SA-DET-COUNT-ED
030300     MOVE SA-MTD-BATCH TO SA-DET-BATCH-ED
030400     MOVE SA-MTD-INTER TO SA-DET-INTER-ED
030425     MOVE SA-MTD-IHIT TO SA-DET-IHIT-ED
030450     SUBTRACT SA-MTD-IHIT FROM SA-MTD-INTER GIVING SA-ICALC
030475     MOVE SA-ICALC TO SA-DET-ICALC-ED
030500     MOVE SA-ITER-AVG TO SA-DET-AVG-ED
030600     MOVE SA-MTD-ITER-MIN TO SA-DET-MIN-ED
030700     MOVE SA-MTD-ITER-MAX TO SA-DET-MAX-ED
030900     MOVE SPACES TO SA-PRINT-LINE
031000     STRING '  MTD ' SA-DET-MONTH-ED ' ' SA-DET-COUNT-ED
031100         '  ' SA-DET-BATCH-ED '  ' SA-DET-INTER-ED
031150         '  ' SA-DET-IHIT-ED '  ' SA-DET-ICALC-ED
031200         '    ' SA-DET-AVG-ED '  ' SA-DET-MIN-ED
031300         '  ' SA-DET-MAX-ED
031400         DELIMITED BY SIZE INTO SA-PRINT-LINE
032300     MOVE ZERO TO SA-MTD-COUNT
032400     MOVE ZERO TO SA-MTD-BATCH
032500     MOVE ZERO TO SA-MTD-INTER
032550     MOVE ZERO TO SA-MTD-IHIT
032600     MOVE ZERO TO SA-MTD-ITER-SUM
032700     MOVE 9999 TO SA-MTD-ITER-MIN
032800     MOVE ZERO TO SA-MTD-ITER-MAX.
036800     STRING 'INTERACTIVE (SQRTMENU) . . . ' SA-TOTAL-ED
036900         DELIMITED BY SIZE INTO SA-PRINT-LINE
037000     WRITE SQRTACT-RECORD FROM SA-PRINT-LINE
037100         AFTER ADVANCING 1 LINE
037106*
037112     MOVE SA-TOT-IHIT TO SA-TOTAL-ED
037118     MOVE SPACES TO SA-PRINT-LINE
037124     STRING '  FROM SQRTMST (I-MST) . . . ' SA-TOTAL-ED
037130         DELIMITED BY SIZE INTO SA-PRINT-LINE
037136     WRITE SQRTACT-RECORD FROM SA-PRINT-LINE
037142         AFTER ADVANCING 1 LINE
037148*
037154     SUBTRACT SA-TOT-IHIT FROM SA-TOT-INTER GIVING SA-ICALC
037160     MOVE SA-ICALC TO SA-TOTAL-ED
037166     MOVE SPACES TO SA-PRINT-LINE
037172     STRING '  COMPUTED (I-CALC). . . . . ' SA-TOTAL-ED
037178         DELIMITED BY SIZE INTO SA-PRINT-LINE
037184     WRITE SQRTACT-RECORD FROM SA-PRINT-LINE
037190         AFTER ADVANCING 1 LINE.
037200*
037300 4000-EXIT.
037400     EXIT.
