000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SQRTSTP.
000300 AUTHOR. D OKAFOR.
000400 INSTALLATION. APPLICATIONS DEVELOPMENT.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700*
000800*--------------------------------------------------------------*
000900*  SQRTSTP                                                      *
001000*  CALLABLE SUBPROGRAM - JOB-STREAM STEP CONTROL.  THE NIGHTLY  *
001100*  STREAM MUST RUN IN ORDER -                                   *
001200*      SQRTEDT  SQRTGEN  SQRTQTA  SQRTBAT                       *
001300*      SQRTBAL  SQRTDST  SQRTRPT                                *
001400*  - AND UNTIL NOW NOTHING STOPPED AN OPERATOR RESTARTING       *
001500*  FROM THE WRONG STEP, OR A STEP RUNNING AFTER ITS             *
001600*  PREDECESSOR FAILED.  EVERY STEP NOW CALLS THIS PROGRAM       *
001700*  TWICE: ONCE AT START ('B') AND ONCE AT END ('E').            *
001800*                                                               *
001900*  THE STEP-CONTROL FILE (SQRTSTC) HOLDS ONE RECORD PER RUN,    *
002000*  KEYED ON THE SQRTCTL RUN NUMBER, WITH A SLOT PER STEP IN     *
002100*  STREAM ORDER - STATUS, START AND END DATE/TIME, AND THE      *
002200*  STEP'S RETURN CODE.  THE RUN NUMBER IS READ HERE FROM THE    *
002300*  SAME SQRTCTL CARD SQRTBAT READS, SO EVERY STEP OF A RUN      *
002400*  IS CHECKED AGAINST THE SAME RECORD.                          *
002500*                                                               *
002557*  AT START, A STEP IS REFUSED UNLESS THE STEP BEFORE IT        *
002614*  COMPLETED CLEANLY (RETURN CODE BELOW 8) FOR THE SAME RUN.    *
002671*  A STEP ALREADY COMPLETED FOR THE RUN IS ALSO REFUSED, SO IT  *
002728*  CANNOT RUN TWICE ON THE SAME INPUT, UNLESS ITS PREDECESSOR   *
002785*  HAS ENDED AGAIN SINCE.  THE FIRST STEP CAN ALWAYS RESTART    *
002842*  THE RUN, AND CREATES THE RUN'S RECORD.  A STEP THAT IS       *
002900*  ALLOWED TO START IS MARKED STARTED, AND EVERY STEP AFTER     *
003000*  IT IS RESET TO NOT RUN - A RERUN FROM THE MIDDLE OF THE      *
003100*  STREAM MUST CARRY ON THROUGH TO THE END AGAIN.  AT END THE   *
003200*  STEP IS MARKED COMPLETED (RETURN CODE BELOW 8) OR FAILED.    *
003300*  A STEP THAT ABENDS NEVER MAKES ITS END CALL AND STAYS        *
003400*  MARKED STARTED, WHICH ITS SUCCESSOR ALSO REFUSES.  A         *
003500*  REFUSAL IS DISPLAYED HERE FOR THE OPERATOR; THE CALLER       *
003600*  ENDS THE STEP WITH RETURN CODE 16.  SEE SQRTSTR FOR THE      *
003700*  STREAM STATUS REPORT.                                        *
003800*                                                               *
003900*  RETURN-CODE IS LEFT HOLDING THE STEP RETURN CODE PASSED IN,  *
004000*  SO THE END CALL DOES NOT DISTURB THE CALLER'S FINAL          *
004100*  RETURN CODE.                                                 *
004200*--------------------------------------------------------------*
004300*
004400*--------------------------------------------------------------*
004500*  MODIFICATION HISTORY                                        *
004600*  ----------------------------------------------------------  *
004700*  15/10/2026  DOK  ORIGINAL PROGRAM.                           *
004720*  15/10/2026  DOK  A STEP ALREADY COMPLETED FOR THE RUN IS     *
004740*                   REFUSED UNLESS ITS PREDECESSOR HAS ENDED    *
004760*                   SINCE, SO A COMPLETED STEP CANNOT BE        *
004780*                   RESTARTED ON THE SAME INPUT.                *
004800*--------------------------------------------------------------*
004900*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*
005400     SELECT SQRTCTL-FILE ASSIGN TO SQRTCTL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS ST-CTL-STATUS.
005700*
005800     SELECT SQRTSTC-FILE ASSIGN TO SQRTSTC
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS SQRTSTC-RUN-NO
006200         FILE STATUS IS ST-STC-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600*
006700 FD  SQRTCTL-FILE
006800     RECORDING MODE IS F.
006900 01  SQRTCTL-RECORD.
007000     05  SQRTCTL-TOLERANCE      PIC S9(8)V9(09).
007100     05  SQRTCTL-MAX-ITER       PIC 9(4).
007200     05  SQRTCTL-CKP-INTERVAL   PIC 9(4).
007300     05  SQRTCTL-RUN-NUMBER     PIC 9(6).
007400     05  SQRTCTL-REJ-THRESHOLD  PIC 9(6).
007500*
007600 FD  SQRTSTC-FILE.
007700 01  SQRTSTC-RECORD.
007800     05  SQRTSTC-RUN-NO         PIC 9(6).
007900     05  SQRTSTC-STEP OCCURS 7 TIMES.
008000         10  SQRTSTC-STEP-NAME  PIC X(8).
008100         10  SQRTSTC-STEP-STATUS
008200                                PIC X(01).
008300             88  SQRTSTC-NOT-RUN          VALUE 'N'.
008400             88  SQRTSTC-STARTED          VALUE 'S'.
008500             88  SQRTSTC-COMPLETED        VALUE 'C'.
008600             88  SQRTSTC-FAILED           VALUE 'F'.
008700         10  SQRTSTC-START-DATE PIC 9(8).
008800         10  SQRTSTC-START-TIME PIC 9(8).
008900         10  SQRTSTC-END-DATE   PIC 9(8).
009000         10  SQRTSTC-END-TIME   PIC 9(8).
009100         10  SQRTSTC-STEP-RC    PIC 9(2).
009200*
009300 WORKING-STORAGE SECTION.
009400*
009500*    THE STREAM, IN RUN ORDER.  A NEW STEP IS ADDED HERE, IN
009600*    SQRTSTC'S OCCURS AND IN SQRTSTR TOGETHER.
009700 01  ST-STREAM-VALUES.
009800     05  FILLER                 PIC X(8) VALUE 'SQRTEDT '.
009900     05  FILLER                 PIC X(8) VALUE 'SQRTGEN '.
010000     05  FILLER                 PIC X(8) VALUE 'SQRTQTA '.
010100     05  FILLER                 PIC X(8) VALUE 'SQRTBAT '.
010200     05  FILLER                 PIC X(8) VALUE 'SQRTBAL '.
010300     05  FILLER                 PIC X(8) VALUE 'SQRTDST '.
010400     05  FILLER                 PIC X(8) VALUE 'SQRTRPT '.
010500 01  ST-STREAM-TABLE REDEFINES ST-STREAM-VALUES.
010600     05  ST-STREAM-NAME         PIC X(8) OCCURS 7 TIMES.
010700*
010800 77  ST-STREAM-COUNT            PIC 9(2) USAGE COMP VALUE 7.
010900 77  ST-STEP-X                  PIC 9(2) USAGE COMP.
011000 77  ST-PRIOR-X                 PIC 9(2) USAGE COMP.
011100 77  ST-RESET-X                 PIC 9(2) USAGE COMP.
011110*
011120*    END STAMPS OF THIS STEP AND ITS PREDECESSOR, COMPARED AS ONE
011130*    FIELD, DATE THEN TIME, WHEN A COMPLETED STEP IS RESTARTED.
011140 01  ST-PRIOR-END.
011150     05  ST-PRIOR-END-DATE      PIC 9(8)  VALUE ZERO.
011160     05  ST-PRIOR-END-TIME      PIC 9(8)  VALUE ZERO.
011170 01  ST-THIS-END.
011180     05  ST-THIS-END-DATE       PIC 9(8)  VALUE ZERO.
011190     05  ST-THIS-END-TIME       PIC 9(8)  VALUE ZERO.
011200*
011300 77  ST-RUN-NUMBER              PIC 9(6) VALUE ZERO.
011400 77  ST-RUN-NO-ED               PIC 9(6).
011500 77  ST-RC-ED                   PIC Z9.
011600*
011700 77  ST-CTL-STATUS              PIC X(02) VALUE '00'.
011800     88  ST-CTL-STATUS-OK                 VALUE '00'.
011900 77  ST-STC-STATUS              PIC X(02) VALUE '00'.
012000     88  ST-STC-STATUS-OK                 VALUE '00'.
012100     88  ST-STC-STATUS-NOT-FOUND          VALUE '35'.
012200*
012300 77  ST-RECORD-SW               PIC X(01) VALUE 'N'.
012400     88  ST-RECORD-FOUND                  VALUE 'Y'.
012500     88  ST-RECORD-NOT-FOUND              VALUE 'N'.
012600*
012700 LINKAGE SECTION.
012800*
012900 01  ST-FUNCTION                PIC X(01).
013000     88  ST-BEGIN-STEP                    VALUE 'B'.
013100     88  ST-END-STEP                      VALUE 'E'.
013200 01  ST-STEP-NAME               PIC X(8).
013300 01  ST-STEP-RC                 PIC 9(2)  USAGE COMP.
013400 01  ST-RESULT                  PIC 9(2)  USAGE COMP.
013500     88  ST-RESULT-OK                     VALUE 0.
013600     88  ST-RESULT-REFUSED                VALUE 1.
013700     88  ST-RESULT-NO-RUN-NUMBER          VALUE 2.
013800     88  ST-RESULT-UNKNOWN-STEP           VALUE 3.
013900     88  ST-RESULT-FILE-ERROR             VALUE 4.
014000*
014100 PROCEDURE DIVISION USING ST-FUNCTION ST-STEP-NAME
014200             ST-STEP-RC ST-RESULT.
014300*
014400 0000-MAINLINE.
014500*
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014700*
014800     IF NOT ST-RESULT-OK
014900         GO TO 0000-EXIT
015000     END-IF
015100*
015200     PERFORM 1500-OPEN-STEP-CONTROL THRU 1500-EXIT
015300*
015400     IF NOT ST-RESULT-OK
015500         GO TO 0000-EXIT
015600     END-IF
015700*
015800     IF ST-BEGIN-STEP
015900         PERFORM 2000-BEGIN-STEP THRU 2000-EXIT
016000     ELSE
016100         PERFORM 3000-END-STEP THRU 3000-EXIT
016200     END-IF
016300*
016400     CLOSE SQRTSTC-FILE
016500*
016600     GO TO 0000-EXIT.
016700*
016800 0000-EXIT.
016900     MOVE ST-STEP-RC TO RETURN-CODE
017000     EXIT PROGRAM.
017100*
017200*--------------------------------------------------------------*
017300*  1000-INITIALIZE - FIND THE STEP IN THE STREAM AND THE RUN    *
017400*  NUMBER ON THE SQRTCTL CARD.  WORKING STORAGE IS RESET        *
017500*  EXPLICITLY - THE SUBPROGRAM IS NOT CANCELLED BETWEEN THE     *
017600*  START AND END CALLS.                                         *
017700*--------------------------------------------------------------*
017800 1000-INITIALIZE.
017900*
018000     MOVE ZERO TO ST-RESULT
018100     MOVE ZERO TO ST-RUN-NUMBER
018200*
018300     MOVE ZERO TO ST-STEP-X
018400     PERFORM 1100-MATCH-ONE-STEP THRU 1100-EXIT
018500         VARYING ST-RESET-X FROM 1 BY 1
018600         UNTIL ST-RESET-X GREATER THAN ST-STREAM-COUNT
018700            OR ST-STEP-X GREATER THAN ZERO
018800*
018900     IF ST-STEP-X EQUAL ZERO
019000         DISPLAY 'SQRTSTP - ' ST-STEP-NAME ' IS NOT A STEP OF '
019100             'THE STREAM - STEP CONTROL NOT APPLIED'
019200         SET ST-RESULT-UNKNOWN-STEP TO TRUE
019300         GO TO 1000-EXIT
019400     END-IF
019500*
019600     OPEN INPUT SQRTCTL-FILE
019700     IF ST-CTL-STATUS-OK
019800         READ SQRTCTL-FILE
019900             AT END
020000                 CONTINUE
020100         END-READ
020200         IF ST-CTL-STATUS-OK
020300             IF SQRTCTL-RUN-NUMBER NUMERIC
020400                 MOVE SQRTCTL-RUN-NUMBER TO ST-RUN-NUMBER
020500             END-IF
020600         END-IF
020700         CLOSE SQRTCTL-FILE
020800     END-IF
020900*
021000     IF ST-RUN-NUMBER EQUAL ZERO
021100         DISPLAY 'SQRTSTP - ' ST-STEP-NAME ' REFUSED - NO RUN '
021200             'NUMBER ON THE SQRTCTL CARD'
021300         SET ST-RESULT-NO-RUN-NUMBER TO TRUE
021400     END-IF
021500     MOVE ST-RUN-NUMBER TO ST-RUN-NO-ED.
021600*
021700 1000-EXIT.
021800     EXIT.
021900*
022000 1100-MATCH-ONE-STEP.
022100*
022200     IF ST-STREAM-NAME(ST-RESET-X) EQUAL ST-STEP-NAME
022300         MOVE ST-RESET-X TO ST-STEP-X
022400     END-IF.
022500*
022600 1100-EXIT.
022700     EXIT.
022800*
022900*--------------------------------------------------------------*
023000*  1500-OPEN-STEP-CONTROL - OPEN SQRTSTC FOR UPDATE, CREATING   *
023100*  IT ON THE FIRST RUN, AND READ THIS RUN'S RECORD.             *
023200*--------------------------------------------------------------*
023300 1500-OPEN-STEP-CONTROL.
023400*
023500     OPEN I-O SQRTSTC-FILE
023600*
023700     IF ST-STC-STATUS-NOT-FOUND
023800         OPEN OUTPUT SQRTSTC-FILE
023900         CLOSE SQRTSTC-FILE
024000         OPEN I-O SQRTSTC-FILE
024100     END-IF
024200*
024300     IF NOT ST-STC-STATUS-OK
024400         DISPLAY 'SQRTSTP - STEP CONTROL FILE (SQRTSTC) WILL '
024500             'NOT OPEN, STATUS=' ST-STC-STATUS
024600         SET ST-RESULT-FILE-ERROR TO TRUE
024700         GO TO 1500-EXIT
024800     END-IF
024900*
025000     MOVE ST-RUN-NUMBER TO SQRTSTC-RUN-NO
025100     SET ST-RECORD-FOUND TO TRUE
025200     READ SQRTSTC-FILE
025300         INVALID KEY
025400             SET ST-RECORD-NOT-FOUND TO TRUE
025500     END-READ.
025600*
025700 1500-EXIT.
025800     EXIT.
025900*
026000*--------------------------------------------------------------*
026066*  2000-BEGIN-STEP - REFUSE UNLESS THE PREDECESSOR COMPLETED    *
026132*  CLEANLY FOR THIS RUN, OR IF THIS STEP HAS ALREADY COMPLETED  *
026198*  FOR IT AND THE PREDECESSOR HAS NOT ENDED AGAIN SINCE;        *
026264*  OTHERWISE MARK THIS STEP STARTED AND EVERY LATER STEP NOT    *
026330*  RUN.                                                         *
026400*--------------------------------------------------------------*
026500 2000-BEGIN-STEP.
026600*
026700     IF ST-RECORD-NOT-FOUND
026800         IF ST-STEP-X GREATER THAN 1
026900             DISPLAY 'SQRTSTP - ' ST-STEP-NAME ' REFUSED FOR RUN '
027000                 ST-RUN-NO-ED ' - ' ST-STREAM-NAME(1)
027100                 ' HAS NOT RUN'
027200             SET ST-RESULT-REFUSED TO TRUE
027300             GO TO 2000-EXIT
027400         END-IF
027500         PERFORM 2500-BUILD-NEW-RUN THRU 2500-EXIT
027600     END-IF
027700*
027800     IF ST-STEP-X GREATER THAN 1
027900         COMPUTE ST-PRIOR-X = ST-STEP-X - 1
028000         IF NOT SQRTSTC-COMPLETED(ST-PRIOR-X)
028100             PERFORM 2200-REFUSE-STEP THRU 2200-EXIT
028200             GO TO 2000-EXIT
028300         END-IF
028309         IF SQRTSTC-COMPLETED(ST-STEP-X)
028316             MOVE SQRTSTC-END-DATE(ST-PRIOR-X)
028322                 TO ST-PRIOR-END-DATE
028327             MOVE SQRTSTC-END-TIME(ST-PRIOR-X)
028332                 TO ST-PRIOR-END-TIME
028336             MOVE SQRTSTC-END-DATE(ST-STEP-X) TO ST-THIS-END-DATE
028345             MOVE SQRTSTC-END-TIME(ST-STEP-X) TO ST-THIS-END-TIME
028354             IF ST-PRIOR-END NOT GREATER THAN ST-THIS-END
028363                 PERFORM 2300-REFUSE-RERUN THRU 2300-EXIT
028372                 GO TO 2000-EXIT
028381             END-IF
028390         END-IF
028400     END-IF
028500*
028600     SET SQRTSTC-STARTED(ST-STEP-X) TO TRUE
028700     ACCEPT SQRTSTC-START-DATE(ST-STEP-X) FROM DATE YYYYMMDD
028800     ACCEPT SQRTSTC-START-TIME(ST-STEP-X) FROM TIME
028900     MOVE ZERO TO SQRTSTC-END-DATE(ST-STEP-X)
029000     MOVE ZERO TO SQRTSTC-END-TIME(ST-STEP-X)
029100     MOVE ZERO TO SQRTSTC-STEP-RC(ST-STEP-X)
029200*
029300     COMPUTE ST-RESET-X = ST-STEP-X + 1
029400     PERFORM 2600-RESET-ONE-STEP THRU 2600-EXIT
029500         VARYING ST-RESET-X FROM ST-RESET-X BY 1
029600         UNTIL ST-RESET-X GREATER THAN ST-STREAM-COUNT
029700*
029800     IF ST-RECORD-FOUND
029900         REWRITE SQRTSTC-RECORD
030000             INVALID KEY
030100                 DISPLAY 'SQRTSTP - STEP CONTROL REWRITE FAILED, '
030200                     'STATUS=' ST-STC-STATUS
030300                 SET ST-RESULT-FILE-ERROR TO TRUE
030400         END-REWRITE
030500     ELSE
030600         WRITE SQRTSTC-RECORD
030700             INVALID KEY
030800                 DISPLAY 'SQRTSTP - STEP CONTROL WRITE FAILED, '
030900                     'STATUS=' ST-STC-STATUS
031000                 SET ST-RESULT-FILE-ERROR TO TRUE
031100         END-WRITE
031200     END-IF.
031300*
031400 2000-EXIT.
031500     EXIT.
031600*
031700*--------------------------------------------------------------*
031800*  2200-REFUSE-STEP - TELL THE OPERATOR WHICH STEP HAS TO RUN   *
031900*  (OR BE RERUN) FIRST, AND WHY.                                *
032000*--------------------------------------------------------------*
032100 2200-REFUSE-STEP.
032200*
032300     SET ST-RESULT-REFUSED TO TRUE
032400     MOVE SQRTSTC-STEP-RC(ST-PRIOR-X) TO ST-RC-ED
032500*
032600     EVALUATE TRUE
032700         WHEN SQRTSTC-STARTED(ST-PRIOR-X)
032800             DISPLAY 'SQRTSTP - ' ST-STEP-NAME ' REFUSED FOR RUN '
032900                 ST-RUN-NO-ED ' - ' ST-STREAM-NAME(ST-PRIOR-X)
033000                 ' STARTED BUT DID NOT COMPLETE'
033100         WHEN SQRTSTC-FAILED(ST-PRIOR-X)
033200             DISPLAY 'SQRTSTP - ' ST-STEP-NAME ' REFUSED FOR RUN '
033300                 ST-RUN-NO-ED ' - ' ST-STREAM-NAME(ST-PRIOR-X)
033400                 ' FAILED WITH RC ' ST-RC-ED
033500         WHEN OTHER
033600             DISPLAY 'SQRTSTP - ' ST-STEP-NAME ' REFUSED FOR RUN '
033700                 ST-RUN-NO-ED ' - ' ST-STREAM-NAME(ST-PRIOR-X)
033800                 ' HAS NOT RUN'
033900     END-EVALUATE
034000*
034100     DISPLAY 'SQRTSTP - RERUN FROM ' ST-STREAM-NAME(ST-PRIOR-X)
034200         ' OR EARLIER - SEE THE SQRTSTR STREAM STATUS REPORT'.
034300*
034400 2200-EXIT.
034500     EXIT.
034600*
034605*--------------------------------------------------------------*
034610*  2300-REFUSE-RERUN - THIS STEP HAS ALREADY COMPLETED FOR THE  *
034615*  RUN ON ITS PREDECESSOR'S CURRENT OUTPUT.  RUNNING IT AGAIN   *
034620*  WOULD PROCESS THE SAME INPUT TWICE; THE PREDECESSOR MUST BE  *
034625*  RERUN FIRST.                                                 *
034630*--------------------------------------------------------------*
034635 2300-REFUSE-RERUN.
034640*
034645     SET ST-RESULT-REFUSED TO TRUE
034650*
034655     DISPLAY 'SQRTSTP - ' ST-STEP-NAME ' REFUSED FOR RUN '
034660         ST-RUN-NO-ED ' - ALREADY COMPLETED FOR THIS RUN'
034665     DISPLAY 'SQRTSTP - RERUN FROM ' ST-STREAM-NAME(ST-PRIOR-X)
034670         ' OR EARLIER - SEE THE SQRTSTR STREAM STATUS REPORT'.
034675*
034680 2300-EXIT.
034685     EXIT.
034690*
034700*--------------------------------------------------------------*
034800*  2500-BUILD-NEW-RUN - THE FIRST STEP OF A NEW RUN NUMBER:     *
034900*  EVERY STEP STARTS AS NOT RUN.                                *
035000*--------------------------------------------------------------*
035100 2500-BUILD-NEW-RUN.
035200*
035300     MOVE ST-RUN-NUMBER TO SQRTSTC-RUN-NO
035400     PERFORM 2600-RESET-ONE-STEP THRU 2600-EXIT
035500         VARYING ST-RESET-X FROM 1 BY 1
035600         UNTIL ST-RESET-X GREATER THAN ST-STREAM-COUNT.
035700*
035800 2500-EXIT.
035900     EXIT.
036000*
036100 2600-RESET-ONE-STEP.
036200*
036300     MOVE ST-STREAM-NAME(ST-RESET-X)
036400         TO SQRTSTC-STEP-NAME(ST-RESET-X)
036500     SET SQRTSTC-NOT-RUN(ST-RESET-X) TO TRUE
036600     MOVE ZERO TO SQRTSTC-START-DATE(ST-RESET-X)
036700     MOVE ZERO TO SQRTSTC-START-TIME(ST-RESET-X)
036800     MOVE ZERO TO SQRTSTC-END-DATE(ST-RESET-X)
036900     MOVE ZERO TO SQRTSTC-END-TIME(ST-RESET-X)
037000     MOVE ZERO TO SQRTSTC-STEP-RC(ST-RESET-X).
037100*
037200 2600-EXIT.
037300     EXIT.
037400*
037500*--------------------------------------------------------------*
037600*  3000-END-STEP - RECORD COMPLETION AND THE RETURN CODE.  A    *
037700*  RETURN CODE OF 8 OR MORE MARKS THE STEP FAILED, WHICH HOLDS  *
037800*  ITS SUCCESSOR.                                               *
037900*--------------------------------------------------------------*
038000 3000-END-STEP.
038100*
038200     IF ST-RECORD-NOT-FOUND
038300         DISPLAY 'SQRTSTP WARNING - RUN ' ST-RUN-NO-ED
038400             ' NOT ON SQRTSTC - END OF ' ST-STEP-NAME
038500             ' NOT RECORDED'
038600         SET ST-RESULT-FILE-ERROR TO TRUE
038700         GO TO 3000-EXIT
038800     END-IF
038900*
039000     IF ST-STEP-RC LESS THAN 8
039100         SET SQRTSTC-COMPLETED(ST-STEP-X) TO TRUE
039200     ELSE
039300         SET SQRTSTC-FAILED(ST-STEP-X) TO TRUE
039400     END-IF
039500     ACCEPT SQRTSTC-END-DATE(ST-STEP-X) FROM DATE YYYYMMDD
039600     ACCEPT SQRTSTC-END-TIME(ST-STEP-X) FROM TIME
039700     MOVE ST-STEP-RC TO SQRTSTC-STEP-RC(ST-STEP-X)
039800*
039900     REWRITE SQRTSTC-RECORD
040000         INVALID KEY
040100             DISPLAY 'SQRTSTP - STEP CONTROL REWRITE FAILED, '
040200                 'STATUS=' ST-STC-STATUS
040300             SET ST-RESULT-FILE-ERROR TO TRUE
040400     END-REWRITE.
040500*
040600 3000-EXIT.
040700     EXIT.
